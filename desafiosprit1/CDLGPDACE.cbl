      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ACESSO E PORTABILIDADE LGPD - o pedido mais comum do
      *         titular e "o que voces guardam sobre mim", respondido
      *         ate aqui com buscas a mao nos arquivos. Dado o codigo,
      *         o email ou o CPF do titular (LGPD_CD_USER, LGPD_EMAIL,
      *         LGPD_CPF ou digitados), ou um pedido de acesso ja
      *         aberto no LGPDREG (LGPD_NUMERO), o programa junta:
      *           o registro do CADUSER (endereco, departamento,
      *           perfil),
      *           a trilha do CADAUD sobre ele, meses fechados do
      *           CADAUDTOT e arquivo corrente, com quem consultou o
      *           cadastro (acao 'V'),
      *           as linhas do CADREJ, o pedido pendente do CADPEND,
      *           as copias arquivadas no CADHIST, os avisos da fila
      *           NOTIFQ e os pedidos LGPD do titular no LGPDREG.
      *         Saem o dossie impresso LGPDACEIMP (nome fisico
      *         LGPDACE.nnnnnn via DD_LGPDACEIMP, catalogado no
      *         RELCATAL com o tipo LGPDACE) e o arquivo de
      *         portabilidade LGPDPORT (LGPDPORT.nnnnnn via
      *         DD_LGPDPORT), uma linha por item com o arquivo de
      *         origem no primeiro campo e os campos separados por
      *         ponto e virgula. Senha (FD-PASSWORD, WH-PASSWORD e o
      *         CADSEN) nunca entra; o codigo variavel do aviso
      *         (NQ-PARAMETRO, que leva o segundo fator) tambem nao, e
      *         as linhas de bloqueio legal do CADAUD ficam com o
      *         juridico. Sem pedido informado o programa abre no
      *         LGPDREG um pedido de acesso (LR-TIPO 'A') com o prazo
      *         legal de LGPD_PRAZO_ACESSO dias (padrao 15) e, gerado o
      *         dossie, grava a conclusao no mesmo pedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDLGPDACE.

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

           SELECT LGPDREG ASSIGN TO
           "LGPDREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LR-NUMERO
           FILE STATUS IS WS-FS-LGPDREG.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT CADAUDTOT ASSIGN TO
           "CADAUDTOT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TOTAIS.

           SELECT ARQMESACE ASSIGN TO
           "ARQMESACE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQMES.

           SELECT CADREJ ASSIGN TO
           "CADREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADREJ.

           SELECT CADPEND ASSIGN TO
           "CADPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-CD-USER
           FILE STATUS IS WS-FS-CADPEND.

           SELECT CADHIST ASSIGN TO
           "CADHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADHIST.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

           SELECT ARQ-IMP ASSIGN TO
           "LGPDACEIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT ARQ-PORT ASSIGN TO
           "LGPDPORT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PORT.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD LGPDREG.
           COPY REGLGPD.

       FD CADAUD.
           COPY REGAUD.

       FD CADAUDTOT.
       01 REG-TOTAIS                      PIC X(50).

       FD ARQMESACE.
       01 REG-ARQMES                      PIC X(300).

       FD CADREJ.
           COPY REGREJ.

       FD CADPEND.
           COPY REGPEND.

       FD CADHIST.
       01 REG-HIST                        PIC X(550).

       FD NOTIFQ.
           COPY REGNOTIF.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD ARQ-PORT.
       01 REG-PORT                        PIC X(700).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-LGPDREG                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-TOTAIS                   PIC 99.
       77 WS-FS-ARQMES                   PIC 99.
       77 WS-FS-CADREJ                   PIC 99.
       77 WS-FS-CADPEND                  PIC 99.
       77 WS-FS-CADHIST                  PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-PORT                     PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-EOF                         PIC X VALUE 'N'.
        88 FIM-ARQUIVO                   VALUE 'S'.
       77 WS-EOF-TOTAIS                  PIC X VALUE 'N'.
        88 FIM-CADAUDTOT                 VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-NOME-PORT                   PIC X(20) VALUE SPACES.
       77 WS-NOME-ARQMES                 PIC X(20) VALUE SPACES.
       77 WS-COMPETENCIA                 PIC X(06) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LINHAS-PORT             PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).
       01 WS-LINHA-PORT                  PIC X(700).

      * pedido atendido: informado em LGPD_NUMERO ou aberto aqui
       77 WS-PEDIDO-TEXTO                PIC X(06) VALUE SPACES.
       77 WS-PEDIDO-NUMERO               PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-NUMERO                PIC 9(06) VALUE ZEROS.
       77 WS-PEDIDO-NOVO                 PIC X VALUE 'N'.
       77 WS-PRAZO-DIAS                  PIC 9(03) VALUE 15.
       77 WS-PARM-TEXTO                  PIC X(03) VALUE SPACES.
       77 WS-SOLICITANTE                 PIC X(40) VALUE SPACES.

      * identificacao do titular
       77 WS-CODIGO-TEXTO                PIC X(08) VALUE SPACES.
       77 WS-CPF-TEXTO                   PIC X(11) VALUE SPACES.
       77 WS-CODIGO-ALVO                 PIC 9(08) VALUE ZEROS.
       77 WS-EMAIL-ALVO                  PIC X(100) VALUE SPACES.
       77 WS-CPF-ALVO                    PIC 9(11) VALUE ZEROS.
       77 WS-TITULAR-DEFINIDO            PIC X VALUE 'N'.
        88 TITULAR-DEFINIDO              VALUE 'S'.
       77 WS-NO-CADUSER                  PIC X VALUE 'N'.
       77 WS-ITEM-DO-TITULAR             PIC X VALUE 'N'.

       77 WS-ACAO-DESC                   PIC X(30) VALUE SPACES.
       77 WS-QTD-SECAO                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ITENS                   PIC 9(06) VALUE ZEROS.

      * a linha do catalogo de relatorios e montada aqui porque
      * VALUE de FILLER nao vale em registro de FD
       01 WS-LINHA-CATALOGO.
           03 RK-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-TIPO                    PIC X(10).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-FISICO                  PIC X(30).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-LINHAS                  PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-SITUACAO                PIC X(01).

           COPY REGHIST.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF TITULAR-DEFINIDO
               PERFORM 2000-ABRE-SAIDAS
               IF WS-FS-IMP = 0 AND WS-FS-PORT = 0
                   PERFORM 3000-SECAO-CADUSER
                   PERFORM 4000-SECAO-CADAUD
                   PERFORM 5000-SECAO-CADREJ
                   PERFORM 5500-SECAO-CADPEND
                   PERFORM 6000-SECAO-CADHIST
                   PERFORM 6500-SECAO-NOTIFQ
                   PERFORM 7000-SECAO-LGPDREG
                   PERFORM 8000-RODAPE
                   PERFORM 8100-REGISTRA-CATALOGO
                   PERFORM 8200-CONCLUI-PEDIDO
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.
           MOVE 'LGPD_PRAZO_ACESSO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                 TO WS-PRAZO-DIAS
           END-IF.

           OPEN INPUT CADUSER.
           OPEN I-O LGPDREG.
           IF WS-FS-LGPDREG = 35
               OPEN OUTPUT LGPDREG
               CLOSE LGPDREG
               OPEN I-O LGPDREG
           END-IF.
           IF WS-FS-LGPDREG NOT = 0
               DISPLAY 'LGPDREG NAO ABRIU - STATUS ' WS-FS-LGPDREG
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-PEDIDO-TEXTO FROM ENVIRONMENT "LGPD_NUMERO"
               IF WS-PEDIDO-TEXTO NOT = SPACES
                   PERFORM 1050-PEDIDO-EXISTENTE
               ELSE
                   PERFORM 1060-IDENTIFICA-TITULAR
               END-IF
           END-IF.

           IF WS-CODIGO-TEXTO NOT = SPACES OR
              WS-EMAIL-ALVO NOT = SPACES OR
              WS-CPF-TEXTO NOT = SPACES
               PERFORM 1100-RESOLVE-TITULAR
           END-IF.

           IF TITULAR-DEFINIDO AND WS-PEDIDO-NUMERO = ZEROS
               PERFORM 1200-REGISTRA-PEDIDO
           END-IF.

      * pedido ja aberto no CDLGPDREG: precisa ser de acesso e estar
      * aberto; o titular vem dos identificadores do proprio pedido
       1050-PEDIDO-EXISTENTE.
           MOVE FUNCTION NUMVAL (WS-PEDIDO-TEXTO) TO LR-NUMERO.
           READ LGPDREG
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO NO LGPDREG'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PEDIDO-ACESSO
                           DISPLAY 'PEDIDO ' LR-NUMERO
                               ' NAO E DE ACESSO - USE O CDLGPD'
                           MOVE 8 TO RETURN-CODE
                       WHEN NOT PEDIDO-ABERTO
                           DISPLAY 'PEDIDO JA CONCLUIDO'
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           MOVE LR-NUMERO TO WS-PEDIDO-NUMERO
                           IF LR-CD-USER NOT = ZEROS
                               MOVE LR-CD-USER TO WS-CODIGO-TEXTO
                           END-IF
                           MOVE LR-EMAIL TO WS-EMAIL-ALVO
                           IF LR-CPF NOT = ZEROS
                               MOVE LR-CPF TO WS-CPF-TEXTO
                           END-IF
                           DISPLAY 'ATENDENDO O PEDIDO DE ACESSO '
                               LR-NUMERO ' DE '
                               FUNCTION TRIM (LR-SOLICITANTE)
                   END-EVALUATE
           END-READ.

      * sem pedido: identificadores pelas variaveis avulsas ou pela
      * tela, e o solicitante para o registro do pedido
       1060-IDENTIFICA-TITULAR.
           ACCEPT WS-CODIGO-TEXTO FROM ENVIRONMENT "LGPD_CD_USER".
           ACCEPT WS-EMAIL-ALVO   FROM ENVIRONMENT "LGPD_EMAIL".
           ACCEPT WS-CPF-TEXTO    FROM ENVIRONMENT "LGPD_CPF".
           ACCEPT WS-SOLICITANTE  FROM ENVIRONMENT "LGPD_SOLICITANTE".
           IF WS-CODIGO-TEXTO = SPACES AND WS-EMAIL-ALVO = SPACES AND
              WS-CPF-TEXTO = SPACES
               DISPLAY 'CODIGO DO TITULAR (VAZIO SE NAO SOUBER): '
               ACCEPT WS-CODIGO-TEXTO
               DISPLAY 'EMAIL DO TITULAR (VAZIO SE NAO SOUBER): '
               ACCEPT WS-EMAIL-ALVO
               DISPLAY 'CPF DO TITULAR (VAZIO SE NAO SOUBER): '
               ACCEPT WS-CPF-TEXTO
           END-IF.
           IF WS-SOLICITANTE = SPACES
               DISPLAY 'NOME DO SOLICITANTE: '
               ACCEPT WS-SOLICITANTE
           END-IF.
           IF WS-SOLICITANTE = SPACES
               MOVE 'PROPRIO TITULAR' TO WS-SOLICITANTE
           END-IF.

      * completa os identificadores pelo CADUSER (codigo, depois email,
      * depois CPF); titular que ja saiu do CADUSER ainda pode ter
      * rastros nos outros arquivos e o dossie sai com o que houver
       1100-RESOLVE-TITULAR.
           IF WS-CODIGO-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-CODIGO-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-CODIGO-TEXTO)
                 TO WS-CODIGO-ALVO
           END-IF.
           IF WS-CPF-TEXTO IS NUMERIC
               MOVE WS-CPF-TEXTO TO WS-CPF-ALVO
           END-IF.
           IF WS-CODIGO-ALVO NOT = ZEROS OR WS-EMAIL-ALVO NOT = SPACES
              OR WS-CPF-ALVO NOT = ZEROS
               MOVE 'S' TO WS-TITULAR-DEFINIDO
           ELSE
               DISPLAY 'TITULAR NAO IDENTIFICADO - NADA FOI GERADO'
           END-IF.
           IF TITULAR-DEFINIDO AND WS-FS-CADUSER = 0
               EVALUATE TRUE
                   WHEN WS-CODIGO-ALVO NOT = ZEROS
                       MOVE WS-CODIGO-ALVO TO FD-CD-USER
                       READ CADUSER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-NO-CADUSER
                       END-READ
                   WHEN WS-EMAIL-ALVO NOT = SPACES
                       MOVE WS-EMAIL-ALVO TO FD-EMAIL
                       READ CADUSER KEY IS FD-EMAIL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-NO-CADUSER
                       END-READ
                   WHEN OTHER
                       MOVE WS-CPF-ALVO TO FD-CPF
                       READ CADUSER KEY IS FD-CPF
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-NO-CADUSER
                       END-READ
               END-EVALUATE
           END-IF.
           IF WS-NO-CADUSER = 'S'
               MOVE FD-CD-USER TO WS-CODIGO-ALVO
               IF WS-EMAIL-ALVO = SPACES
                   MOVE FD-EMAIL TO WS-EMAIL-ALVO
               END-IF
               IF WS-CPF-ALVO = ZEROS
                   MOVE FD-CPF TO WS-CPF-ALVO
               END-IF
           END-IF.

      * o pedido de acesso entra no registro do DPO com o prazo legal
      * antes de qualquer arquivo ser lido
       1200-REGISTRA-PEDIDO.
           PERFORM 1210-PROXIMO-NUMERO.
           MOVE WS-PEDIDO-NUMERO TO LR-NUMERO.
           MOVE WS-DT-EXEC       TO LR-DT-PEDIDO.
           MOVE WS-SOLICITANTE   TO LR-SOLICITANTE.
           MOVE WS-CPF-ALVO      TO LR-CPF.
           MOVE WS-EMAIL-ALVO    TO LR-EMAIL.
           MOVE WS-CODIGO-ALVO   TO LR-CD-USER.
           MOVE 'A'              TO LR-STATUS.
           MOVE 'A'              TO LR-TIPO.
           COMPUTE LR-DT-LIMITE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-EXEC)
                    + WS-PRAZO-DIAS).
           MOVE ZEROS            TO LR-DT-CONCLUSAO.
           WRITE REG-LGPDREG
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O PEDIDO - STATUS '
                       WS-FS-LGPDREG
                   MOVE 'N' TO WS-TITULAR-DEFINIDO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PEDIDO-NOVO
                   DISPLAY 'PEDIDO DE ACESSO ' WS-PEDIDO-NUMERO
                       ' REGISTRADO - PRAZO LIMITE ' LR-DT-LIMITE
           END-WRITE.

      * mesma numeracao do CDLGPDREG: maior numero gravado mais um
       1210-PROXIMO-NUMERO.
           MOVE 0 TO WS-MAIOR-NUMERO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO LR-NUMERO.
           START LGPDREG KEY IS GREATER THAN OR EQUAL TO LR-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 1220-ACHA-MAIOR UNTIL FIM-ARQUIVO.
           COMPUTE WS-PEDIDO-NUMERO = WS-MAIOR-NUMERO + 1.

       1220-ACHA-MAIOR.
           READ LGPDREG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE LR-NUMERO TO WS-MAIOR-NUMERO
           END-READ.

      * dossie e arquivo de portabilidade com o numero do pedido no
      * nome fisico, entregues pelas variaveis estilo DD
       2000-ABRE-SAIDAS.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'LGPDACE.' WS-PEDIDO-NUMERO
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_LGPDACEIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-NOME-PORT.
           STRING 'LGPDPORT.' WS-PEDIDO-NUMERO
               DELIMITED BY SIZE INTO WS-NOME-PORT.
           DISPLAY 'DD_LGPDPORT' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-PORT UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT ARQ-IMP.
           OPEN OUTPUT ARQ-PORT.
           IF WS-FS-IMP NOT = 0 OR WS-FS-PORT NOT = 0
               DISPLAY 'ERRO AO ABRIR O DOSSIE - STATUS ' WS-FS-IMP
                   ' / ' WS-FS-PORT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-CABECALHO-PAGINA
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'PEDIDO DE ACESSO ' WS-PEDIDO-NUMERO
                   '   TITULAR CODIGO ' WS-CODIGO-ALVO
                   '   CPF ' WS-CPF-ALVO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'EMAIL ' FUNCTION TRIM (WS-EMAIL-ALVO)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-PORT
               STRING 'DOSSIE;' WS-PEDIDO-NUMERO ';' WS-DT-EXEC ';'
                   WS-HR-EXEC ';' WS-CODIGO-ALVO ';'
                   FUNCTION TRIM (WS-EMAIL-ALVO) ';' WS-CPF-ALVO
                   DELIMITED BY SIZE INTO WS-LINHA-PORT
               PERFORM 2950-GRAVA-PORT
           END-IF.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'DOSSIE DE ACESSO DO TITULAR - LGPD   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 2 TO WS-LINHAS-PAGINA.

      * abertura de cada secao do dossie
       2200-TITULO-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * fecho de cada secao: quantos itens, ou a ausencia deles
       2300-FIM-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-QTD-SECAO = ZEROS
               MOVE '  NENHUM REGISTRO DO TITULAR NESTE ARQUIVO'
                 TO WS-LINHA-IMP
           ELSE
               MOVE WS-QTD-SECAO TO WS-MSK-QTD
               STRING '  ITENS NESTE ARQUIVO: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 2900-GRAVA-LINHA.
           ADD WS-QTD-SECAO TO WS-TOT-ITENS.

      * linha de detalhe: pagina nova quando a atual encheu
       2900-GRAVA-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
               PERFORM 2100-CABECALHO-PAGINA
               MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP
           END-IF.
           PERFORM 2910-GRAVA-FISICA.

       2910-GRAVA-FISICA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           IF WS-FS-IMP NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

       2950-GRAVA-PORT.
           MOVE WS-LINHA-PORT TO REG-PORT.
           WRITE REG-PORT.
           IF WS-FS-PORT NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-TOT-LINHAS-PORT.

      ******************************************************************
      * cadastro atual - sem senha, tentativas nem data de troca
      ******************************************************************
       3000-SECAO-CADUSER.
           MOVE 'CADASTRO ATUAL (CADUSER)' TO WS-LINHA-IMP.
           PERFORM 2200-TITULO-SECAO.
           IF WS-NO-CADUSER = 'S'
               ADD 1 TO WS-QTD-SECAO
               PERFORM 3100-IMPRIME-CADUSER
               MOVE SPACES TO WS-LINHA-PORT
               STRING 'CADUSER;' FD-CD-USER ';'
                   FUNCTION TRIM (FD-NM) ';'
                   FUNCTION TRIM (FD-EMAIL) ';' FD-PHONE ';'
                   FD-PHONE-TIPO ';'
                   FUNCTION TRIM (FD-RUA) ';'
                   FUNCTION TRIM (FD-BAIRRO) ';'
                   FUNCTION TRIM (FD-CIDADE) ';' FD-UF ';' FD-CEP ';'
                   FD-CPF ';' FD-DEPTO ';' FD-PERFIL ';'
                   FD-BLOQUEADO ';' FD-DT-ACESSO ';'
                   FD-DT-FIM-CONTRATO ';' FD-DT-CONFIRMA ';'
                   FUNCTION TRIM (FD-NM-SOCIAL) ';'
                   FD-EMAIL-SITUACAO ';' FD-DT-EMAIL-DEVOLVIDO
                   DELIMITED BY SIZE INTO WS-LINHA-PORT
               PERFORM 2950-GRAVA-PORT
           END-IF.
           PERFORM 2300-FIM-SECAO.

       3100-IMPRIME-CADUSER.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  CODIGO......: ' FD-CD-USER
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  NOME........: ' FUNCTION TRIM (FD-NM)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           IF FD-NM-SOCIAL NOT = SPACES
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  NOME SOCIAL.: ' FUNCTION TRIM (FD-NM-SOCIAL)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  EMAIL.......: ' FUNCTION TRIM (FD-EMAIL)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  TELEFONE....: +' FD-PHONE-PAIS ' ('
               FD-PHONE-DDD ') ' FD-PHONE-PREFIXO '-' FD-PHONE-SUFIXO
               ' TIPO ' FD-PHONE-TIPO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ENDERECO....: ' FUNCTION TRIM (FD-RUA) ', '
               FUNCTION TRIM (FD-BAIRRO) ', '
               FUNCTION TRIM (FD-CIDADE) ' - ' FD-UF ' CEP ' FD-CEP
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  CPF.........: ' FD-CPF
               '   DEPARTAMENTO: ' FD-DEPTO
               '   PERFIL: ' FD-PERFIL
               '   BLOQUEADO: ' FD-BLOQUEADO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ULTIMO ACESSO: ' FD-DT-ACESSO
               '   FIM DE CONTRATO: ' FD-DT-FIM-CONTRATO
               '   DADOS CONFIRMADOS EM: ' FD-DT-CONFIRMA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           IF EMAIL-INVALIDO
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  EMAIL DEVOLVIDO PELO SERVIDOR DE CORREIO EM: '
                   FD-DT-EMAIL-DEVOLVIDO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

      ******************************************************************
      * trilha do CADAUD: meses fechados e arquivo corrente
      ******************************************************************
       4000-SECAO-CADAUD.
           MOVE 'TRILHA DE AUDITORIA (CADAUD E MESES FECHADOS)'
             TO WS-LINHA-IMP.
           PERFORM 2200-TITULO-SECAO.
           OPEN INPUT CADAUDTOT.
           IF WS-FS-TOTAIS = 0
               MOVE 'N' TO WS-EOF-TOTAIS
               PERFORM 4010-LE-COMPETENCIA UNTIL FIM-CADAUDTOT
               CLOSE CADAUDTOT
           END-IF.
           OPEN INPUT CADAUD.
           IF WS-FS-CADAUD = 0
               MOVE 'N' TO WS-EOF
               PERFORM 4030-LE-CADAUD UNTIL FIM-ARQUIVO
               CLOSE CADAUD
           END-IF.
           PERFORM 2300-FIM-SECAO.

       4010-LE-COMPETENCIA.
           READ CADAUDTOT
               AT END
                   MOVE 'S' TO WS-EOF-TOTAIS
               NOT AT END
                   IF REG-TOTAIS (1:6) IS NUMERIC
                       MOVE REG-TOTAIS (1:6) TO WS-COMPETENCIA
                       PERFORM 4020-LE-MES
                   END-IF
           END-READ.

       4020-LE-MES.
           MOVE SPACES TO WS-NOME-ARQMES.
           STRING 'CADAUD.' WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-NOME-ARQMES.
           DISPLAY 'DD_ARQMESACE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-ARQMES UPON ENVIRONMENT-VALUE.
           OPEN INPUT ARQMESACE.
           IF WS-FS-ARQMES = 0
               MOVE 'N' TO WS-EOF
               PERFORM 4025-LE-LINHA-MES UNTIL FIM-ARQUIVO
               CLOSE ARQMESACE
           END-IF.

       4025-LE-LINHA-MES.
           READ ARQMESACE
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-ARQMES TO REG-AUDITORIA
                   CALL 'CDAUDANT' USING REG-AUDITORIA
                   PERFORM 4100-AVALIA-AUDITORIA
           END-READ.

       4030-LE-CADAUD.
           READ CADAUD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   PERFORM 4100-AVALIA-AUDITORIA
           END-READ.

      * so as linhas sobre o titular; bloqueio legal ('8' e '9') fica
      * de fora - o processo e assunto do juridico
       4100-AVALIA-AUDITORIA.
           IF WS-CODIGO-ALVO NOT = ZEROS AND
              AU-CD-USER IS NUMERIC AND
              AU-CD-USER = WS-CODIGO-ALVO AND
              AU-ACAO NOT = '8' AND AU-ACAO NOT = '9'
               ADD 1 TO WS-QTD-SECAO
               PERFORM 4200-DESCREVE-ACAO
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  ' AU-DATA ' ' AU-HORA ' '
                   WS-ACAO-DESC ' OPERADOR ' AU-OPERADOR ' '
                   FUNCTION TRIM (AU-NM)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-PORT
               STRING 'CADAUD;' AU-DATA ';' AU-HORA ';' AU-ACAO ';'
                   FUNCTION TRIM (WS-ACAO-DESC) ';' AU-OPERADOR ';'
                   AU-DELEGANTE ';' FUNCTION TRIM (AU-NM) ';'
                   FUNCTION TRIM (AU-EMAIL)
                   DELIMITED BY SIZE INTO WS-LINHA-PORT
               PERFORM 2950-GRAVA-PORT
           END-IF.

       4200-DESCREVE-ACAO.
           EVALUATE AU-ACAO
               WHEN 'N'
                   MOVE 'INCLUSAO DO CADASTRO' TO WS-ACAO-DESC
               WHEN 'A'
                   MOVE 'ALTERACAO DO CADASTRO' TO WS-ACAO-DESC
               WHEN 'D'
                   MOVE 'EXCLUSAO DO CADASTRO' TO WS-ACAO-DESC
               WHEN 'V'
                   MOVE 'CONSULTA AO CADASTRO' TO WS-ACAO-DESC
               WHEN 'U'
                   MOVE 'DESBLOQUEIO' TO WS-ACAO-DESC
               WHEN 'P'
                   MOVE 'PEDIDO DE ALTERACAO' TO WS-ACAO-DESC
               WHEN 'X'
                   MOVE 'PEDIDO REJEITADO' TO WS-ACAO-DESC
               WHEN 'B'
                   MOVE 'BAIXA PELO RH' TO WS-ACAO-DESC
               WHEN 'R'
                   MOVE 'RESTAURACAO DO ARQUIVO' TO WS-ACAO-DESC
               WHEN 'E'
                   MOVE 'REINICIO DE SENHA' TO WS-ACAO-DESC
               WHEN 'T'
                   MOVE 'TROCA DE SENHA' TO WS-ACAO-DESC
               WHEN 'L'
                   MOVE 'LOGON' TO WS-ACAO-DESC
               WHEN 'F'
                   MOVE 'FALHA DE LOGON' TO WS-ACAO-DESC
               WHEN 'Q'
                   MOVE 'BLOQUEIO POR TENTATIVAS' TO WS-ACAO-DESC
               WHEN 'M'
                   MOVE 'ALTERACAO EM MASSA' TO WS-ACAO-DESC
               WHEN 'J'
                   MOVE 'FUSAO DE CADASTROS' TO WS-ACAO-DESC
               WHEN 'S'
                   MOVE 'FIM DE CONTRATO' TO WS-ACAO-DESC
               WHEN '1'
                   MOVE 'SEGUNDO FATOR EMITIDO' TO WS-ACAO-DESC
               WHEN '2'
                   MOVE 'SEGUNDO FATOR USADO' TO WS-ACAO-DESC
               WHEN '3'
                   MOVE 'SEGUNDO FATOR EXPIRADO' TO WS-ACAO-DESC
               WHEN '0'
                   MOVE 'REINICIO EMERGENCIAL DE SENHA' TO WS-ACAO-DESC
               WHEN 'c'
                   MOVE 'CONFIRMACAO ANUAL DOS DADOS' TO WS-ACAO-DESC
               WHEN 'h'
                   MOVE 'MOVIMENTACAO PELO RH' TO WS-ACAO-DESC
               WHEN 'r'
                   MOVE 'REATRIBUICAO DE TURMAS E NOTAS' TO WS-ACAO-DESC
               WHEN 'f'
                   MOVE 'RECARGA FORCADA DE ARQUIVO' TO WS-ACAO-DESC
               WHEN 'p'
                   MOVE 'ALTERACAO DE PARAMETRO SISTEMA'
                     TO WS-ACAO-DESC
               WHEN 'd'
                   MOVE 'DISTRIBUICAO DE RELATORIOS'
                     TO WS-ACAO-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-ACAO-DESC
                   STRING 'EVENTO ' AU-ACAO
                       DELIMITED BY SIZE INTO WS-ACAO-DESC
           END-EVALUATE.

      ******************************************************************
      * rejeicoes do CADREJ pelo codigo ou pelo email
      ******************************************************************
       5000-SECAO-CADREJ.
           MOVE 'REJEICOES DE CADASTRO (CADREJ)' TO WS-LINHA-IMP.
           PERFORM 2200-TITULO-SECAO.
           OPEN INPUT CADREJ.
           IF WS-FS-CADREJ = 0
               MOVE 'N' TO WS-EOF
               PERFORM 5100-LE-CADREJ UNTIL FIM-ARQUIVO
               CLOSE CADREJ
           END-IF.
           PERFORM 2300-FIM-SECAO.

       5100-LE-CADREJ.
           READ CADREJ
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE 'N' TO WS-ITEM-DO-TITULAR
                   IF WS-CODIGO-ALVO NOT = ZEROS AND
                      RJ-CD-USER IS NUMERIC AND
                      RJ-CD-USER = WS-CODIGO-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-EMAIL-ALVO NOT = SPACES AND
                      RJ-EMAIL = WS-EMAIL-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-ITEM-DO-TITULAR = 'S'
                       PERFORM 5200-IMPRIME-REJEICAO
                   END-IF
           END-READ.

       5200-IMPRIME-REJEICAO.
           ADD 1 TO WS-QTD-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ' RJ-DATA ' ' RJ-HORA ' CODIGO ' RJ-CD-USER ' '
               FUNCTION TRIM (RJ-MOTIVO)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '      ' FUNCTION TRIM (RJ-NM) ' / '
               FUNCTION TRIM (RJ-EMAIL) ' / ' RJ-PHONE ' ' RJ-PHONE-TIPO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-PORT.
           STRING 'CADREJ;' RJ-DATA ';' RJ-HORA ';' RJ-CD-USER ';'
               FUNCTION TRIM (RJ-NM) ';' FUNCTION TRIM (RJ-EMAIL) ';'
               RJ-PHONE ';' RJ-PHONE-TIPO ';'
               FUNCTION TRIM (RJ-MOTIVO) ';' RJ-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-PORT.
           PERFORM 2950-GRAVA-PORT.

      ******************************************************************
      * pedido de alteracao ou exclusao na fila do CADPEND
      ******************************************************************
       5500-SECAO-CADPEND.
           MOVE 'PEDIDOS PENDENTES DE APROVACAO (CADPEND)'
             TO WS-LINHA-IMP.
           PERFORM 2200-TITULO-SECAO.
           IF WS-CODIGO-ALVO NOT = ZEROS
               OPEN INPUT CADPEND
               IF WS-FS-CADPEND = 0
                   MOVE WS-CODIGO-ALVO TO PD-CD-USER
                   READ CADPEND
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 5600-IMPRIME-PENDENCIA
                   END-READ
                   CLOSE CADPEND
               END-IF
           END-IF.
           PERFORM 2300-FIM-SECAO.

       5600-IMPRIME-PENDENCIA.
           ADD 1 TO WS-QTD-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  TIPO ' PD-TIPO ' EM ' PD-DATA ' ' PD-HORA
               ' OPERADOR ' PD-OPERADOR ' VIGENCIA ' PD-DT-EFETIVA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  DE..: ' FUNCTION TRIM (PD-ANT-NM) ' / '
               FUNCTION TRIM (PD-ANT-EMAIL) ' / ' PD-ANT-PHONE
               ' ' PD-ANT-FONE-TIPO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  PARA: ' FUNCTION TRIM (PD-NOV-NM) ' / '
               FUNCTION TRIM (PD-NOV-EMAIL) ' / ' PD-NOV-PHONE
               ' ' PD-NOV-FONE-TIPO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-PORT.
           STRING 'CADPEND;' PD-TIPO ';' PD-DATA ';' PD-HORA ';'
               PD-OPERADOR ';' PD-DT-EFETIVA ';'
               FUNCTION TRIM (PD-ANT-NM) ';'
               FUNCTION TRIM (PD-ANT-EMAIL) ';' PD-ANT-PHONE ';'
               PD-ANT-FONE-TIPO ';'
               FUNCTION TRIM (PD-ANT-ENDERECO) ';' PD-ANT-DEPTO ';'
               PD-ANT-FIM-CONTRATO ';'
               FUNCTION TRIM (PD-NOV-NM) ';'
               FUNCTION TRIM (PD-NOV-EMAIL) ';' PD-NOV-PHONE ';'
               PD-NOV-FONE-TIPO ';'
               FUNCTION TRIM (PD-NOV-ENDERECO) ';' PD-NOV-DEPTO ';'
               PD-NOV-PERFIL ';' PD-NOV-FIM-CONTRATO
               DELIMITED BY SIZE INTO WS-LINHA-PORT.
           PERFORM 2950-GRAVA-PORT.

      ******************************************************************
      * copias arquivadas no CADHIST - sem a senha (WH-PASSWORD)
      ******************************************************************
       6000-SECAO-CADHIST.
           MOVE 'COPIAS ARQUIVADAS (CADHIST)' TO WS-LINHA-IMP.
           PERFORM 2200-TITULO-SECAO.
           OPEN INPUT CADHIST.
           IF WS-FS-CADHIST = 0
               MOVE 'N' TO WS-EOF
               PERFORM 6100-LE-CADHIST UNTIL FIM-ARQUIVO
               CLOSE CADHIST
           END-IF.
           PERFORM 2300-FIM-SECAO.

       6100-LE-CADHIST.
           READ CADHIST
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-HIST TO WS-REG-HIST-SAIDA
                   MOVE 'N' TO WS-ITEM-DO-TITULAR
                   IF WS-CODIGO-ALVO NOT = ZEROS AND
                      WH-CD-USER IS NUMERIC AND
                      WH-CD-USER = WS-CODIGO-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-CPF-ALVO NOT = ZEROS AND
                      WH-CPF IS NUMERIC AND WH-CPF = WS-CPF-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-ITEM-DO-TITULAR = 'S'
                       PERFORM 6200-IMPRIME-HISTORICO
                   END-IF
           END-READ.

       6200-IMPRIME-HISTORICO.
           ADD 1 TO WS-QTD-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  CODIGO ' WH-CD-USER ' '
               FUNCTION TRIM (WH-NM) ' / '
               FUNCTION TRIM (WH-EMAIL) ' / ' WH-PHONE ' ' WH-PHONE-TIPO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '      CPF ' WH-CPF ' DEPTO ' WH-DEPTO
               ' PERFIL ' WH-PERFIL ' ULTIMO ACESSO ' WH-DT-ACESSO
               ' ' FUNCTION TRIM (WH-CIDADE) ' ' WH-UF
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-PORT.
           STRING 'CADHIST;' WH-CD-USER ';'
               FUNCTION TRIM (WH-NM) ';'
               FUNCTION TRIM (WH-EMAIL) ';' WH-PHONE ';'
               WH-PHONE-TIPO ';'
               FUNCTION TRIM (WH-RUA) ';'
               FUNCTION TRIM (WH-BAIRRO) ';'
               FUNCTION TRIM (WH-CIDADE) ';' WH-UF ';' WH-CEP ';'
               WH-CPF ';' WH-DEPTO ';' WH-PERFIL ';'
               WH-BLOQUEADO ';' WH-DT-ACESSO ';'
               WH-DT-FIM-CONTRATO ';'
               FUNCTION TRIM (WH-NM-SOCIAL)
               DELIMITED BY SIZE INTO WS-LINHA-PORT.
           PERFORM 2950-GRAVA-PORT.

      ******************************************************************
      * avisos da fila NOTIFQ - sem o NQ-PARAMETRO (segundo fator)
      ******************************************************************
       6500-SECAO-NOTIFQ.
           MOVE 'AVISOS ENVIADOS AO TITULAR (NOTIFQ)' TO WS-LINHA-IMP.
           PERFORM 2200-TITULO-SECAO.
           OPEN INPUT NOTIFQ.
           IF WS-FS-NOTIFQ = 0
               MOVE 'N' TO WS-EOF
               PERFORM 6600-LE-NOTIFQ UNTIL FIM-ARQUIVO
               CLOSE NOTIFQ
           END-IF.
           PERFORM 2300-FIM-SECAO.

       6600-LE-NOTIFQ.
           READ NOTIFQ
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE 'N' TO WS-ITEM-DO-TITULAR
                   IF WS-CODIGO-ALVO NOT = ZEROS AND
                      NQ-CD-USER IS NUMERIC AND
                      NQ-CD-USER = WS-CODIGO-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-EMAIL-ALVO NOT = SPACES AND
                      NQ-EMAIL = WS-EMAIL-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-ITEM-DO-TITULAR = 'S'
                       ADD 1 TO WS-QTD-SECAO
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '  ' NQ-DATA ' ' NQ-HORA ' '
                           NQ-EVENTO ' ' NQ-TEMPLATE ' '
                           FUNCTION TRIM (NQ-EMAIL)
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM 2900-GRAVA-LINHA
                       MOVE SPACES TO WS-LINHA-PORT
                       STRING 'NOTIFQ;' NQ-DATA ';' NQ-HORA ';'
                           FUNCTION TRIM (NQ-EVENTO) ';'
                           FUNCTION TRIM (NQ-EMAIL) ';'
                           FUNCTION TRIM (NQ-TEMPLATE)
                           DELIMITED BY SIZE INTO WS-LINHA-PORT
                       PERFORM 2950-GRAVA-PORT
                   END-IF
           END-READ.

      ******************************************************************
      * pedidos LGPD do titular, inclusive o atendido agora
      ******************************************************************
       7000-SECAO-LGPDREG.
           MOVE 'PEDIDOS LGPD DO TITULAR (LGPDREG)' TO WS-LINHA-IMP.
           PERFORM 2200-TITULO-SECAO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO LR-NUMERO.
           START LGPDREG KEY IS GREATER THAN OR EQUAL TO LR-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 7100-LE-LGPDREG UNTIL FIM-ARQUIVO.
           PERFORM 2300-FIM-SECAO.

       7100-LE-LGPDREG.
           READ LGPDREG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE 'N' TO WS-ITEM-DO-TITULAR
                   IF WS-CODIGO-ALVO NOT = ZEROS AND
                      LR-CD-USER = WS-CODIGO-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-EMAIL-ALVO NOT = SPACES AND
                      LR-EMAIL = WS-EMAIL-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-CPF-ALVO NOT = ZEROS AND
                      LR-CPF = WS-CPF-ALVO
                       MOVE 'S' TO WS-ITEM-DO-TITULAR
                   END-IF
                   IF WS-ITEM-DO-TITULAR = 'S'
                       ADD 1 TO WS-QTD-SECAO
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '  PEDIDO ' LR-NUMERO ' TIPO ' LR-TIPO
                           ' DE ' LR-DT-PEDIDO ' STATUS ' LR-STATUS
                           ' LIMITE ' LR-DT-LIMITE
                           ' CONCLUSAO ' LR-DT-CONCLUSAO ' '
                           FUNCTION TRIM (LR-SOLICITANTE)
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM 2900-GRAVA-LINHA
                       MOVE SPACES TO WS-LINHA-PORT
                       STRING 'LGPDREG;' LR-NUMERO ';' LR-TIPO ';'
                           LR-DT-PEDIDO ';' LR-STATUS ';'
                           LR-DT-LIMITE ';' LR-DT-CONCLUSAO ';'
                           FUNCTION TRIM (LR-SOLICITANTE)
                           DELIMITED BY SIZE INTO WS-LINHA-PORT
                       PERFORM 2950-GRAVA-PORT
                   END-IF
           END-READ.

       8000-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-ITENS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TOTAL DE ITENS DO TITULAR: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'SENHAS E CODIGOS DE ACESSO NAO FAZEM PARTE DO DOSSIE.'
             TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-PORT.
           STRING 'FIM;' WS-TOT-ITENS
               DELIMITED BY SIZE INTO WS-LINHA-PORT.
           PERFORM 2950-GRAVA-PORT.
           CLOSE ARQ-IMP.
           CLOSE ARQ-PORT.
           DISPLAY 'DOSSIE GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           DISPLAY 'PORTABILIDADE EM ' FUNCTION TRIM (WS-NOME-PORT).
           MOVE WS-TOT-ITENS TO WS-MSK-QTD.
           DISPLAY 'ITENS DO TITULAR: ' WS-MSK-QTD.

      * o dossie entra no catalogo RELCATAL para o CDRELCAT achar,
      * exibir e expurgar pela retencao
       8100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'LGPDACE' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

      * a conclusao volta para o registro do DPO: status C e a data
       8200-CONCLUI-PEDIDO.
           IF RETURN-CODE NOT = 8
               MOVE WS-PEDIDO-NUMERO TO LR-NUMERO
               READ LGPDREG
                   INVALID KEY
                       DISPLAY 'PEDIDO ' WS-PEDIDO-NUMERO
                           ' SUMIU DO LGPDREG'
                   NOT INVALID KEY
                       MOVE 'C' TO LR-STATUS
                       MOVE WS-DT-EXEC TO LR-DT-CONCLUSAO
                       REWRITE REG-LGPDREG
                           INVALID KEY
                               DISPLAY 'ERRO AO CONCLUIR O PEDIDO - '
                                   'STATUS ' WS-FS-LGPDREG
                           NOT INVALID KEY
                               DISPLAY 'PEDIDO ' WS-PEDIDO-NUMERO
                                   ' CONCLUIDO NO LGPDREG'
                       END-REWRITE
               END-READ
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDLGPDACE' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           IF WS-FS-LGPDREG = 0 OR WS-FS-LGPDREG = 10 OR
              WS-FS-LGPDREG = 23
               CLOSE LGPDREG
           END-IF.

       END PROGRAM CDLGPDACE.
