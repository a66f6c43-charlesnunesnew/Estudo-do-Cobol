      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:RETORNO DO SERVIDOR DE CORREIO - passo noturno do
      *         CDBATCH que le o arquivo de devolucoes MAILRET do
      *         servidor de correio corporativo e marca no CADUSER
      *         quem nao recebe mais email. Cada detalhe e casado com
      *         a conta pela chave alternativa FD-EMAIL: devolucao
      *         definitiva (tipo H, hard bounce) marca o email como
      *         invalido (FD-EMAIL-SITUACAO = I) com a data do evento;
      *         devolucao temporaria (tipo S, soft bounce) so soma em
      *         FD-QTD-EMAIL-SOFT, e ao chegar a MAILRET_SOFT_LIMITE
      *         (padrao 5) a conta tambem e marcada invalida. Mesmo
      *         molde de interface do CDHRFEED e do NOTASLOTE:
      *         cabecalho tipo 0 (data e origem), detalhes tipo 1 e
      *         trailer tipo 9 com a contagem; uma pre-passada confere
      *         o trailer e o arquivo truncado ou sem trailer e
      *         recusado inteiro com codigo 8, sem tocar o CADUSER.
      *         A lista de trabalho sai no CDCLIE (opcao <E>) e o
      *         CDLOGON avisa o titular.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMAILRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT MAILRET ASSIGN TO
           "MAILRET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MAILRET.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

      * cabecalho: tipo 0, data AAAAMMDD e origem (col 10-17);
      * detalhe: tipo 1, email (2-101), evento (102-109), data do
      * evento AAAAMMDD (110-117) e tipo da devolucao H ou S (118);
      * trailer: tipo 9 e contagem de detalhes (2-7)
       FD MAILRET.
       01 REG-MAILRET                    PIC X(130).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDMAILRET'.
       77 WS-FS-MAILRET                  PIC 99.
       77 WS-EOF-RET                     PIC X VALUE 'N'.
        88 FIM-MAILRET                   VALUE 'S'.

       77 WS-TEM-TRAILER                 PIC X VALUE 'N'.
       77 WS-CONTAGEM-TRAILER            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DETALHES                PIC 9(06) VALUE ZEROS.
       77 WS-RET-INTEGRO                 PIC X VALUE 'N'.
        88 RETORNO-INTEGRO               VALUE 'S'.
       77 WS-CAB-DATA                    PIC X(08) VALUE SPACES.
       77 WS-CAB-ORIGEM                  PIC X(08) VALUE SPACES.

       01 WS-DETALHE-RET.
           03 WS-RT-TIPO-REG             PIC X(01).
           03 WS-RT-EMAIL                PIC X(100).
           03 WS-RT-EVENTO               PIC X(08).
           03 WS-RT-DATA                 PIC X(08).
           03 WS-RT-DATA-N REDEFINES WS-RT-DATA
                                         PIC 9(08).
           03 WS-RT-TIPO-DEVOL           PIC X(01).
            88 DEVOLUCAO-DEFINITIVA       VALUE 'H'.
            88 DEVOLUCAO-TEMPORARIA       VALUE 'S'.

       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-EVENTO                   PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-TEXTO                PIC X(05) VALUE SPACES.
       77 WS-SOFT-LIMITE                 PIC 9(03) VALUE 5.
       77 WS-SITUACAO                    PIC X(24) VALUE SPACES.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INVALIDADOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SOFT                    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-JA-INVALIDOS            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-CADASTRO            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RECUSADOS               PIC 9(06) VALUE ZEROS.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF RETORNO-INTEGRO
               PERFORM 2000-PROCESSA-RETORNO UNTIL FIM-MAILRET
               PERFORM 3000-RODAPE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           MOVE 'MAILRET_SOFT_LIMITE' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-LIMITE-TEXTO.
           IF WS-LIMITE-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-LIMITE-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-LIMITE-TEXTO) TO WS-SOFT-LIMITE
           END-IF.

           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.

           OPEN INPUT MAILRET.
           IF WS-FS-MAILRET NOT = 0
      * noite sem retorno do servidor de correio nao e erro
               DISPLAY 'ARQUIVO MAILRET NAO ENCONTRADO - NADA A MARCAR'
               MOVE 'S' TO WS-EOF-RET
           ELSE
               PERFORM 1500-CONFERE-CONTROLE UNTIL FIM-MAILRET
               PERFORM 1600-AVALIA-CONTROLE
               CLOSE MAILRET
               IF RETORNO-INTEGRO
                   PERFORM 1700-ABRE-ARQUIVOS
               END-IF
           END-IF.

      * pre-passada: so conta os detalhes tipo 1 e guarda a contagem
      * do trailer tipo 9; nada e gravado ainda
       1500-CONFERE-CONTROLE.
           READ MAILRET
               AT END
                   MOVE 'S' TO WS-EOF-RET
               NOT AT END
                   EVALUATE REG-MAILRET (1:1)
                       WHEN '0'
                           MOVE REG-MAILRET (2:8)  TO WS-CAB-DATA
                           MOVE REG-MAILRET (10:8) TO WS-CAB-ORIGEM
                       WHEN '9'
                           MOVE 'S' TO WS-TEM-TRAILER
                           IF REG-MAILRET (2:6) IS NUMERIC
                               MOVE REG-MAILRET (2:6)
                                 TO WS-CONTAGEM-TRAILER
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-TOT-DETALHES
                   END-EVALUATE
           END-READ.

       1600-AVALIA-CONTROLE.
           IF WS-TEM-TRAILER NOT = 'S'
               DISPLAY 'MAILRET SEM TRAILER - ARQUIVO RECUSADO'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-CONTAGEM-TRAILER NOT = WS-TOT-DETALHES
               DISPLAY 'MAILRET TRUNCADO: TRAILER '
                   WS-CONTAGEM-TRAILER ' X DETALHES '
                   WS-TOT-DETALHES ' - ARQUIVO RECUSADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-RET-INTEGRO
           END-IF
           END-IF.

       1700-ABRE-ARQUIVOS.
           OPEN I-O CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ENCONTRADO - NADA A MARCAR'
               MOVE 'N' TO WS-RET-INTEGRO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT MAILRET
               MOVE 'N' TO WS-EOF-RET
               DISPLAY '============================================='
               DISPLAY '   RETORNO DO SERVIDOR DE CORREIO (MAILRET)'
               DISPLAY '============================================='
               DISPLAY 'ARQUIVO DE.: ' WS-CAB-DATA
                   '   ORIGEM: ' WS-CAB-ORIGEM
               DISPLAY 'LIMITE DE DEVOLUCOES TEMPORARIAS: '
                   WS-SOFT-LIMITE
               DISPLAY 'T DATA     SITUACAO                 EMAIL'
           END-IF.

       2000-PROCESSA-RETORNO.
           READ MAILRET
               AT END
                   MOVE 'S' TO WS-EOF-RET
               NOT AT END
                   IF REG-MAILRET (1:1) NOT = '0' AND
                      REG-MAILRET (1:1) NOT = '9'
                       ADD 1 TO WS-TOT-LIDOS
                       MOVE REG-MAILRET TO WS-DETALHE-RET
                       PERFORM 2100-TRATA-DETALHE
                       DISPLAY WS-RT-TIPO-DEVOL ' ' WS-RT-DATA ' '
                           WS-SITUACAO ' ' FUNCTION TRIM (WS-RT-EMAIL)
                   END-IF
           END-READ.

      * detalhe sem email ou com tipo desconhecido so e listado; a
      * data do evento fora do formato vale a data de hoje
       2100-TRATA-DETALHE.
           IF WS-RT-TIPO-REG NOT = '1' OR WS-RT-EMAIL = SPACES OR
              (NOT DEVOLUCAO-DEFINITIVA AND NOT DEVOLUCAO-TEMPORARIA)
               ADD 1 TO WS-TOT-RECUSADOS
               MOVE 'DETALHE INVALIDO' TO WS-SITUACAO
           ELSE
               IF WS-RT-DATA IS NUMERIC AND WS-RT-DATA-N NOT = ZEROS
                   MOVE WS-RT-DATA-N TO WS-DT-EVENTO
               ELSE
                   MOVE WS-DT-ATUAL TO WS-DT-EVENTO
               END-IF
               MOVE WS-RT-EMAIL TO FD-EMAIL
               READ CADUSER KEY IS FD-EMAIL
                   INVALID KEY
                       ADD 1 TO WS-TOT-SEM-CADASTRO
                       MOVE 'SEM CADASTRO' TO WS-SITUACAO
                   NOT INVALID KEY
                       PERFORM 2200-MARCA-CONTA
               END-READ
           END-IF.

       2200-MARCA-CONTA.
           IF EMAIL-INVALIDO
               ADD 1 TO WS-TOT-JA-INVALIDOS
               MOVE 'JA INVALIDO' TO WS-SITUACAO
           ELSE
               IF FD-QTD-EMAIL-SOFT IS NOT NUMERIC
                   MOVE ZEROS TO FD-QTD-EMAIL-SOFT
               END-IF
               IF DEVOLUCAO-TEMPORARIA
                   ADD 1 TO WS-TOT-SOFT
                   IF FD-QTD-EMAIL-SOFT < 999
                       ADD 1 TO FD-QTD-EMAIL-SOFT
                   END-IF
                   MOVE 'DEVOLUCAO TEMPORARIA' TO WS-SITUACAO
               END-IF
               IF DEVOLUCAO-DEFINITIVA OR
                  FD-QTD-EMAIL-SOFT >= WS-SOFT-LIMITE
                   MOVE 'I'          TO FD-EMAIL-SITUACAO
                   MOVE WS-DT-EVENTO TO FD-DT-EMAIL-DEVOLVIDO
                   ADD 1 TO WS-TOT-INVALIDADOS
                   MOVE 'MARCADO INVALIDO' TO WS-SITUACAO
               END-IF
               REWRITE REG-USER
                   INVALID KEY
                       MOVE 'ERRO NA GRAVACAO' TO WS-SITUACAO
                       DISPLAY 'ERRO AO GRAVAR ' FD-CD-USER
                           ' - STATUS ' WS-FS-CADUSER
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRN-OPERACAO
                       PERFORM 2900-GRAVA-JORNAL
               END-REWRITE
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2900-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       3000-RODAPE.
           DISPLAY ' '.
           DISPLAY '-----------------------------------------------'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'DEVOLUCOES LIDAS.....: ' WS-MSK-QTD.
           MOVE WS-TOT-INVALIDADOS TO WS-MSK-QTD.
           DISPLAY 'EMAILS INVALIDADOS...: ' WS-MSK-QTD.
           MOVE WS-TOT-SOFT TO WS-MSK-QTD.
           DISPLAY 'DEVOL. TEMPORARIAS...: ' WS-MSK-QTD.
           MOVE WS-TOT-JA-INVALIDOS TO WS-MSK-QTD.
           DISPLAY 'JA ESTAVAM INVALIDOS.: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-CADASTRO TO WS-MSK-QTD.
           DISPLAY 'EMAILS SEM CADASTRO..: ' WS-MSK-QTD.
           MOVE WS-TOT-RECUSADOS TO WS-MSK-QTD.
           DISPLAY 'DETALHES RECUSADOS...: ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDMAILRET' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF RETORNO-INTEGRO
               CLOSE MAILRET
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDMAILRET.
