      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:RELATORIO DE CONSENTIMENTOS - para o DPO mostrar, por
      *         finalidade de uso do dado pessoal (tabela TABFINAL),
      *         quantos usuarios do CADUSER consentiram, quantos
      *         revogaram e quantos nunca responderam, com a cobertura
      *         em percentual, e listar as concessoes e revogacoes
      *         gravadas no historico CADCNSLG no periodo de
      *         CNSREL_DE a CNSREL_ATE (AAAAMMDD; sem elas, do dia 1
      *         do mes corrente ate hoje). Sai no CNSRELIMP (nome
      *         fisico CNSREL.AAAAMMDD via DD_CNSRELIMP), catalogado
      *         no RELCATAL com o tipo CNSREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCNSREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADCONS ASSIGN TO
           "CADCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CS-CHAVE
           FILE STATUS IS WS-FS-CADCONS.

           SELECT CADCNSLG ASSIGN TO
           "CADCNSLG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADCNSLG.

           SELECT ARQ-IMP ASSIGN TO
           "CNSRELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD CADCONS.
           COPY REGCONS.

       FD CADCNSLG.
           COPY REGCNSLG.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADCONS                  PIC 99.
       77 WS-FS-CADCNSLG                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-EOF                         PIC X VALUE 'N'.
        88 FIM-ARQUIVO                   VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

      * periodo das mudancas listadas
       77 WS-PARM-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-DATA-DE                     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE                    PIC 9(08) VALUE ZEROS.

      * cobertura por finalidade, na ordem da TABFINAL
       77 WS-TOT-USUARIOS                PIC 9(06) VALUE ZEROS.
       01 WS-TAB-COBERTURA.
           03 WS-COB-ITEM OCCURS 4 TIMES.
               05 WS-COB-CONCEDIDOS      PIC 9(06).
               05 WS-COB-REVOGADOS       PIC 9(06).
       77 WS-IX-FIN                      PIC 9(02) VALUE ZEROS.
       77 WS-FIN-ACHADA                  PIC 9(02) VALUE ZEROS.
       77 WS-SEM-RESPOSTA                PIC S9(06) VALUE ZEROS.
       77 WS-PERCENTUAL                  PIC 9(03)V9 VALUE ZEROS.
       77 WS-MSK-PERC                    PIC ZZ9.9.
       77 WS-MSK-CONC                    PIC ZZZ,ZZ9.
       77 WS-MSK-REVG                    PIC ZZZ,ZZ9.
       77 WS-MSK-SEMR                    PIC ZZZ,ZZ9.

      * mudancas do periodo
       77 WS-TOT-CONCESSOES              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REVOGACOES              PIC 9(06) VALUE ZEROS.
       77 WS-DESC-FINALIDADE             PIC X(30) VALUE SPACES.
       77 WS-DESC-CANAL                  PIC X(10) VALUE SPACES.
       77 WS-DESC-ANTERIOR               PIC X(10) VALUE SPACES.
       77 WS-DESC-NOVA                   PIC X(10) VALUE SPACES.
       77 WS-DESC-SITUACAO               PIC X(10) VALUE SPACES.
       77 WS-SITUACAO-AUX                PIC X(01) VALUE SPACE.

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

           COPY TABFINAL.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-ABRE-RELATORIO.
           IF WS-FS-IMP = 0
               PERFORM 3000-CONTA-USUARIOS
               PERFORM 3100-CONTA-CONSENTIMENTOS
               PERFORM 3500-IMPRIME-COBERTURA
               PERFORM 4000-LISTA-MUDANCAS
               PERFORM 8000-RODAPE
               PERFORM 8100-REGISTRA-CATALOGO
           END-IF.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.
           INITIALIZE WS-TAB-COBERTURA.

      * periodo padrao: do dia 1 do mes corrente ate hoje
           MOVE WS-DT-EXEC TO WS-DATA-DE.
           MOVE '01' TO WS-DATA-DE (7:2).
           MOVE WS-DT-EXEC TO WS-DATA-ATE.
           MOVE SPACES TO WS-PARM-TEXTO.
           ACCEPT WS-PARM-TEXTO FROM ENVIRONMENT "CNSREL_DE".
           IF WS-PARM-TEXTO IS NUMERIC
               MOVE WS-PARM-TEXTO TO WS-DATA-DE
           END-IF.
           MOVE SPACES TO WS-PARM-TEXTO.
           ACCEPT WS-PARM-TEXTO FROM ENVIRONMENT "CNSREL_ATE".
           IF WS-PARM-TEXTO IS NUMERIC
               MOVE WS-PARM-TEXTO TO WS-DATA-ATE
           END-IF.

      * arquivo CNSRELIMP pela variavel DD_CNSRELIMP estilo DD
       2000-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'CNSREL.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_CNSRELIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS ' WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONSENTIMENTOS DO TITULAR - LGPD   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 2 TO WS-LINHAS-PAGINA.

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

      ******************************************************************
      * cobertura - base de usuarios contra a situacao vigente de cada
      * finalidade no CADCONS
      ******************************************************************
       3000-CONTA-USUARIOS.
           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER = 0
               MOVE 'N' TO WS-EOF
               PERFORM 3010-LE-CADUSER UNTIL FIM-ARQUIVO
               CLOSE CADUSER
           ELSE
               DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
           END-IF.

       3010-LE-CADUSER.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-TOT-USUARIOS
           END-READ.

      * sem o CADCONS ninguem consentiu ainda: a cobertura sai zerada
       3100-CONTA-CONSENTIMENTOS.
           OPEN INPUT CADCONS.
           IF WS-FS-CADCONS = 0
               MOVE 'N' TO WS-EOF
               PERFORM 3110-LE-CADCONS UNTIL FIM-ARQUIVO
               CLOSE CADCONS
           END-IF.

       3110-LE-CADCONS.
           READ CADCONS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   PERFORM 3120-ACHA-FINALIDADE
                   IF WS-FIN-ACHADA > 0
                       IF CONSENTIMENTO-CONCEDIDO
                           ADD 1 TO WS-COB-CONCEDIDOS (WS-FIN-ACHADA)
                       ELSE
                           ADD 1 TO WS-COB-REVOGADOS (WS-FIN-ACHADA)
                       END-IF
                   END-IF
           END-READ.

       3120-ACHA-FINALIDADE.
           MOVE 0 TO WS-FIN-ACHADA.
           PERFORM 3130-COMPARA-FINALIDADE
               VARYING WS-IX-FIN FROM 1 BY 1
               UNTIL WS-IX-FIN > TF-QTD OR WS-FIN-ACHADA > 0.

       3130-COMPARA-FINALIDADE.
           IF TF-CODIGO (WS-IX-FIN) = CS-FINALIDADE
               MOVE WS-IX-FIN TO WS-FIN-ACHADA
           END-IF.

       3500-IMPRIME-COBERTURA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-USUARIOS TO WS-MSK-QTD.
           STRING 'COBERTURA POR FINALIDADE - USUARIOS NO CADUSER: '
               WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'FIN DESCRICAO                      '
               'CONCEDIDOS  REVOGADOS  SEM RESPOSTA  COBERTURA %'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 3510-IMPRIME-FINALIDADE
               VARYING WS-IX-FIN FROM 1 BY 1
               UNTIL WS-IX-FIN > TF-QTD.

      * quem nao tem linha na finalidade conta como sem resposta; o
      * que nao fecha (usuario ja excluido com linha no CADCONS) nao
      * deixa o numero negativo
       3510-IMPRIME-FINALIDADE.
           COMPUTE WS-SEM-RESPOSTA = WS-TOT-USUARIOS
               - WS-COB-CONCEDIDOS (WS-IX-FIN)
               - WS-COB-REVOGADOS (WS-IX-FIN).
           IF WS-SEM-RESPOSTA < 0
               MOVE 0 TO WS-SEM-RESPOSTA
           END-IF.
           IF WS-TOT-USUARIOS > 0
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-COB-CONCEDIDOS (WS-IX-FIN) * 100
                   / WS-TOT-USUARIOS
                   ON SIZE ERROR
                       MOVE 100 TO WS-PERCENTUAL
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PERCENTUAL
           END-IF.
           MOVE WS-COB-CONCEDIDOS (WS-IX-FIN) TO WS-MSK-CONC.
           MOVE WS-COB-REVOGADOS (WS-IX-FIN)  TO WS-MSK-REVG.
           MOVE WS-SEM-RESPOSTA               TO WS-MSK-SEMR.
           MOVE WS-PERCENTUAL                 TO WS-MSK-PERC.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING ' ' TF-CODIGO (WS-IX-FIN) '  '
               TF-DESCRICAO (WS-IX-FIN) '    '
               WS-MSK-CONC '    ' WS-MSK-REVG '       '
               WS-MSK-SEMR '        ' WS-MSK-PERC
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      ******************************************************************
      * mudancas do periodo - concessoes e revogacoes do CADCNSLG
      ******************************************************************
       4000-LISTA-MUDANCAS.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'MUDANCAS DE ' WS-DATA-DE ' A ' WS-DATA-ATE
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'DATA     HORA   CODIGO FINALIDADE                '
               '     ANTES      DEPOIS     CANAL      OPERADOR'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           OPEN INPUT CADCNSLG.
           IF WS-FS-CADCNSLG = 0
               MOVE 'N' TO WS-EOF
               PERFORM 4010-LE-CADCNSLG UNTIL FIM-ARQUIVO
               CLOSE CADCNSLG
           END-IF.
           IF WS-TOT-CONCESSOES + WS-TOT-REVOGACOES = 0
               MOVE '  NENHUMA MUDANCA NO PERIODO' TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       4010-LE-CADCNSLG.
           READ CADCNSLG
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   IF CL-DATA IS NUMERIC AND
                      CL-DATA NOT < WS-DATA-DE AND
                      CL-DATA NOT > WS-DATA-ATE
                       PERFORM 4100-IMPRIME-MUDANCA
                   END-IF
           END-READ.

       4100-IMPRIME-MUDANCA.
           IF CL-SIT-NOVA = 'C'
               ADD 1 TO WS-TOT-CONCESSOES
           ELSE
               ADD 1 TO WS-TOT-REVOGACOES
           END-IF.
           MOVE SPACES TO WS-DESC-FINALIDADE.
           MOVE CL-FINALIDADE TO WS-DESC-FINALIDADE.
           PERFORM 4110-PROCURA-DESCRICAO
               VARYING WS-IX-FIN FROM 1 BY 1
               UNTIL WS-IX-FIN > TF-QTD.
           MOVE CL-SIT-ANTERIOR TO WS-SITUACAO-AUX.
           PERFORM 4120-DESCREVE-SITUACAO.
           MOVE WS-DESC-SITUACAO TO WS-DESC-ANTERIOR.
           MOVE CL-SIT-NOVA TO WS-SITUACAO-AUX.
           PERFORM 4120-DESCREVE-SITUACAO.
           MOVE WS-DESC-SITUACAO TO WS-DESC-NOVA.
           EVALUATE CL-CANAL
               WHEN 'T'
                   MOVE 'TELA'       TO WS-DESC-CANAL
               WHEN 'I'
                   MOVE 'IMPORTACAO' TO WS-DESC-CANAL
               WHEN 'H'
                   MOVE 'ADMISSAO'   TO WS-DESC-CANAL
               WHEN OTHER
                   MOVE CL-CANAL     TO WS-DESC-CANAL
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING CL-DATA ' ' CL-HORA ' ' CL-CD-USER ' '
               WS-DESC-FINALIDADE ' ' WS-DESC-ANTERIOR ' '
               WS-DESC-NOVA ' ' WS-DESC-CANAL ' ' CL-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       4110-PROCURA-DESCRICAO.
           IF TF-CODIGO (WS-IX-FIN) = CL-FINALIDADE
               MOVE TF-DESCRICAO (WS-IX-FIN) TO WS-DESC-FINALIDADE
           END-IF.

      * situacao anterior em branco: a finalidade nao tinha linha
       4120-DESCREVE-SITUACAO.
           EVALUATE WS-SITUACAO-AUX
               WHEN 'C'
                   MOVE 'CONCEDIDO'  TO WS-DESC-SITUACAO
               WHEN 'R'
                   MOVE 'REVOGADO'   TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE 'SEM LINHA'  TO WS-DESC-SITUACAO
           END-EVALUATE.

       8000-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-CONCESSOES TO WS-MSK-CONC.
           MOVE WS-TOT-REVOGACOES TO WS-MSK-REVG.
           STRING 'CONCESSOES NO PERIODO: ' WS-MSK-CONC
               '   REVOGACOES NO PERIODO: ' WS-MSK-REVG
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           DISPLAY '============================================='.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           MOVE WS-TOT-USUARIOS TO WS-MSK-QTD.
           DISPLAY 'USUARIOS NO CADUSER..: ' WS-MSK-QTD.
           MOVE WS-TOT-CONCESSOES TO WS-MSK-QTD.
           DISPLAY 'CONCESSOES NO PERIODO: ' WS-MSK-QTD.
           MOVE WS-TOT-REVOGACOES TO WS-MSK-QTD.
           DISPLAY 'REVOGACOES NO PERIODO: ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * o relatorio entra no catalogo RELCATAL para o CDRELCAT achar,
      * exibir e expurgar pela retencao
       8100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'CNSREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       END PROGRAM CDCNSREL.
