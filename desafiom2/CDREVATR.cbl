      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:REVISOES DE NOTA COM PRAZO VENCIDO - lista de trabalho
      *         da coordenacao: varre o CADREVIS (CDREVNOT) e separa
      *         os pedidos ainda em aberto com o prazo de resposta
      *         anterior a hoje, com os dias corridos de atraso.
      *         Classificado via SORT por prazo, turma, materia e
      *         numero do pedido, gravado no arquivo de impressao
      *         REVATRIMP (nome fisico datado REVATR.AAAAMMDD via
      *         DD_REVATRIMP) e registrado no catalogo RELCATAL (tipo
      *         REVATR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDREVATR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREVIS ASSIGN TO
           "CADREVIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RV-NUMERO
           FILE STATUS IS WS-FS-CADREVIS.

           SELECT ARQ-IMP ASSIGN TO
           "REVATRIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD CADREVIS.
           COPY REGREVIS.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-DT-PRAZO                PIC 9(08).
           03 SR-TURMA                   PIC X(03).
           03 SR-MATERIA                 PIC X(06).
           03 SR-NUMERO                  PIC 9(06).
           03 SR-TERMO                   PIC X(06).
           03 SR-CD-ALUNO                PIC 9(05).
           03 SR-AVALIACAO               PIC 9(01).
           03 SR-DT-PEDIDO               PIC 9(08).
           03 SR-DIAS-ATRASO             PIC 9(04).
           03 SR-RESP-NOME               PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADREVIS                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-ABERTO-REVIS                PIC X VALUE 'N'.
       77 WS-EOF-REVIS                   PIC X VALUE 'N'.
        88 FIM-CADREVIS                  VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-INT-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-INT-PRAZO                   PIC 9(07) VALUE ZEROS.
       77 WS-MAIOR-ATRASO                PIC 9(04) VALUE ZEROS.
       77 WS-TOT-PEDIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ABERTOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-VENCIDOS                PIC 9(06) VALUE ZEROS.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).

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

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-FS-IMP = 0
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-DT-PRAZO
                   ON ASCENDING KEY SR-TURMA
                   ON ASCENDING KEY SR-MATERIA
                   ON ASCENDING KEY SR-NUMERO
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem CADREVIS nenhum pedido foi protocolado ainda: nao ha o
      * que listar e o passo termina sem erro
      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo REVATRIMP pela variavel DD_REVATRIMP estilo DD
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE (WS-DT-EXEC).
           OPEN INPUT CADREVIS.
           IF WS-FS-CADREVIS NOT = 0
               DISPLAY 'CADREVIS NAO ENCONTRADO - SEM PEDIDOS DE '
                   'REVISAO'
           ELSE
               MOVE 'S' TO WS-ABERTO-REVIS
               MOVE SPACES TO WS-NOME-IMP
               STRING 'REVATR.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_REVATRIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

       2000-SELECIONA SECTION.
           MOVE 'N' TO WS-EOF-REVIS.
           PERFORM 2100-LE-PEDIDO UNTIL FIM-CADREVIS.
           GO TO 2900-SELECIONA-EXIT.

       2100-LE-PEDIDO.
           READ CADREVIS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REVIS
               NOT AT END
                   ADD 1 TO WS-TOT-PEDIDOS
                   IF REVISAO-ABERTA
                       ADD 1 TO WS-TOT-ABERTOS
                       IF RV-DT-PRAZO < WS-DT-EXEC
                           PERFORM 2200-LIBERA-VENCIDO
                       END-IF
                   END-IF
           END-READ.

       2200-LIBERA-VENCIDO.
           ADD 1 TO WS-TOT-VENCIDOS.
           MOVE ZEROS TO SR-DIAS-ATRASO.
           IF FUNCTION TEST-DATE-YYYYMMDD (RV-DT-PRAZO) = 0
               COMPUTE WS-INT-PRAZO =
                   FUNCTION INTEGER-OF-DATE (RV-DT-PRAZO)
               COMPUTE SR-DIAS-ATRASO = WS-INT-HOJE - WS-INT-PRAZO
           END-IF.
           IF SR-DIAS-ATRASO > WS-MAIOR-ATRASO
               MOVE SR-DIAS-ATRASO TO WS-MAIOR-ATRASO
           END-IF.
           MOVE RV-DT-PRAZO  TO SR-DT-PRAZO.
           MOVE RV-TURMA     TO SR-TURMA.
           MOVE RV-MATERIA   TO SR-MATERIA.
           MOVE RV-NUMERO    TO SR-NUMERO.
           MOVE RV-TERMO     TO SR-TERMO.
           MOVE RV-CD-ALUNO  TO SR-CD-ALUNO.
           MOVE RV-AVALIACAO TO SR-AVALIACAO.
           MOVE RV-DT-PEDIDO TO SR-DT-PEDIDO.
           MOVE RV-RESP-NOME TO SR-RESP-NOME.
           RELEASE REG-SORT.

       2900-SELECIONA-EXIT.
           EXIT.

       3000-IMPRIME SECTION.
           PERFORM 3100-CABECALHO.
           PERFORM 3200-PROXIMO-PEDIDO UNTIL FIM-SORT.
           PERFORM 3500-RODAPE.
           GO TO 3900-IMPRIME-EXIT.

       3100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'REVISOES DE NOTA COM PRAZO VENCIDO'
               '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'PRAZO'       TO WS-LINHA-IMP (1:5).
           MOVE 'ATRASO'      TO WS-LINHA-IMP (10:6).
           MOVE 'PEDIDO'      TO WS-LINHA-IMP (16:6).
           MOVE 'TERMO'       TO WS-LINHA-IMP (23:5).
           MOVE 'TURMA'       TO WS-LINHA-IMP (30:5).
           MOVE 'MATERIA'     TO WS-LINHA-IMP (36:7).
           MOVE 'AV'          TO WS-LINHA-IMP (44:2).
           MOVE 'ALUNO'       TO WS-LINHA-IMP (47:5).
           MOVE 'PEDIDO EM'   TO WS-LINHA-IMP (53:9).
           MOVE 'RESPONSAVEL' TO WS-LINHA-IMP (63:11).
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 4 TO WS-LINHAS-PAGINA.

       3150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

       3200-PROXIMO-PEDIDO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                       PERFORM 3100-CABECALHO
                   END-IF
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING SR-DT-PRAZO '  ' SR-DIAS-ATRASO ' '
                       SR-NUMERO ' ' SR-TERMO ' ' SR-TURMA '   '
                       SR-MATERIA '  N' SR-AVALIACAO ' '
                       SR-CD-ALUNO ' ' SR-DT-PEDIDO '  ' SR-RESP-NOME
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 3150-GRAVA-LINHA
           END-RETURN.

      * pagina final de totais do relatorio
       3500-RODAPE.
           IF WS-FS-IMP = 0
               PERFORM 3100-CABECALHO
               MOVE 'TOTAIS DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-PEDIDOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'PEDIDOS NO CADREVIS..........: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-ABERTOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'PEDIDOS EM ABERTO............: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-VENCIDOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'COM PRAZO VENCIDO............: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-MAIOR-ATRASO TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'MAIOR ATRASO (DIAS CORRIDOS).: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               CLOSE ARQ-IMP
               PERFORM 3700-REGISTRA-CATALOGO
               DISPLAY 'REVISOES VENCIDAS GRAVADAS EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       3700-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'REVATR' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       3900-IMPRIME-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF WS-ABERTO-REVIS = 'S'
               CLOSE CADREVIS
           END-IF.

       END PROGRAM CDREVATR.
