      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CAMPANHAS DE COMUNICADO - lista as campanhas disparadas
      *         pelo CDCAMPANHA e registradas no CADCAMP (layout no
      *         copybook REGCAMP), na ordem do numero: data e hora,
      *         autor (nome pelo CADUSER), template, regra de publico,
      *         destinatarios que receberam o evento na NOTIFQ e contas
      *         deixadas de fora por bloqueio, email invalido ou falta
      *         de consentimento. CAMPREL_DESDE (AAAAMMDD) limita a
      *         lista as campanhas a partir da data; sem ele saem
      *         todas. Passo mensal do CDBATCH, roda tambem avulso.
      *         Sai no CAMPRELIMP (nome fisico CAMPREL.AAAAMMDD via
      *         DD_CAMPRELIMP), catalogado no RELCATAL com o tipo
      *         CAMPREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCAMPREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAMP ASSIGN TO
           "CADCAMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-NUMERO
           FILE STATUS IS WS-FS-CADCAMP.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT ARQ-IMP ASSIGN TO
           "CAMPRELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCAMP.
           COPY REGCAMP.

       FD CADUSER.
           COPY REGUSER.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADCAMP                  PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADCAMP-ABERTO              PIC X VALUE 'N'.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-EOF-CAMP                    PIC X VALUE 'N'.
        88 FIM-CADCAMP                   VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

      * data inicial da lista (CAMPREL_DESDE), zeros = todas
       77 WS-DESDE                       PIC 9(08) VALUE ZEROS.
       77 WS-DESDE-PARM                  PIC X(08) VALUE SPACES.

       77 WS-NM-AUTOR                    PIC X(20) VALUE SPACES.
       77 WS-DESC-REGRA                  PIC X(100) VALUE SPACES.
       77 WS-PTR-REGRA                   PIC 9(03) VALUE 1.
       01 WS-QTDS-LINHA.
           03 WS-MSK-DESTINOS            PIC ZZZ,ZZ9.
           03 WS-MSK-BLOQUEADAS          PIC ZZZ,ZZ9.
           03 WS-MSK-SEM-EMAIL           PIC ZZZ,ZZ9.
           03 WS-MSK-SEM-CONSENT         PIC ZZZ,ZZ9.

       77 WS-TOT-CAMPANHAS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DESTINOS                PIC 9(08) VALUE ZEROS.
       77 WS-TOT-BLOQUEADAS              PIC 9(08) VALUE ZEROS.
       77 WS-TOT-SEM-EMAIL               PIC 9(08) VALUE ZEROS.
       77 WS-TOT-SEM-CONSENT             PIC 9(08) VALUE ZEROS.
       77 WS-MSK-TOTAL                   PIC ZZ,ZZZ,ZZ9.

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
           PERFORM 1500-ABRE-RELATORIO.
           IF WS-FS-IMP = 0
               PERFORM 3000-LISTA-CAMPANHA UNTIL FIM-CADCAMP
               PERFORM 3800-RODAPE
               PERFORM 8100-REGISTRA-CATALOGO
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

           ACCEPT WS-DESDE-PARM FROM ENVIRONMENT "CAMPREL_DESDE".
           IF WS-DESDE-PARM IS NUMERIC
               MOVE WS-DESDE-PARM TO WS-DESDE
           END-IF.

      * sem campanha nenhuma ainda o relatorio sai so com o rodape
           OPEN INPUT CADCAMP.
           IF WS-FS-CADCAMP = 0
               MOVE 'S' TO WS-CADCAMP-ABERTO
               MOVE ZEROS TO CP-NUMERO
               START CADCAMP KEY IS GREATER THAN OR EQUAL TO CP-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-CAMP
               END-START
           ELSE
               DISPLAY 'CADCAMP SEM CAMPANHAS - STATUS ' WS-FS-CADCAMP
               MOVE 'S' TO WS-EOF-CAMP
           END-IF.

           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER = 0
               MOVE 'S' TO WS-CADUSER-ABERTO
           END-IF.

      * arquivo CAMPRELIMP pela variavel DD_CAMPRELIMP estilo DD
       1500-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'CAMPREL.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_CAMPRELIMP' UPON ENVIRONMENT-NAME.
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
           STRING 'CAMPANHAS DE COMUNICADO   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-DESDE = ZEROS
               MOVE 'TODAS AS CAMPANHAS' TO WS-LINHA-IMP
           ELSE
               STRING 'CAMPANHAS A PARTIR DE ' WS-DESDE
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'NUMERO DATA     HORA   AUTOR  NOME DO AUTOR       '
               ' TEMPLATE DESTINOS BLOQUEAD SEMEMAIL SEMCONS. '
               'PUBLICO'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 4 TO WS-LINHAS-PAGINA.

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

       3000-LISTA-CAMPANHA.
           READ CADCAMP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CAMP
               NOT AT END
                   IF CP-DATA NOT < WS-DESDE
                       PERFORM 3100-IMPRIME-CAMPANHA
                   END-IF
           END-READ.

       3100-IMPRIME-CAMPANHA.
           ADD 1 TO WS-TOT-CAMPANHAS.
           ADD CP-QTD-DESTINOS    TO WS-TOT-DESTINOS.
           ADD CP-QTD-BLOQUEADAS  TO WS-TOT-BLOQUEADAS.
           ADD CP-QTD-SEM-EMAIL   TO WS-TOT-SEM-EMAIL.
           ADD CP-QTD-SEM-CONSENT TO WS-TOT-SEM-CONSENT.
           PERFORM 3200-NOME-AUTOR.
           PERFORM 3300-MONTA-REGRA.
           MOVE CP-QTD-DESTINOS    TO WS-MSK-DESTINOS.
           MOVE CP-QTD-BLOQUEADAS  TO WS-MSK-BLOQUEADAS.
           MOVE CP-QTD-SEM-EMAIL   TO WS-MSK-SEM-EMAIL.
           MOVE CP-QTD-SEM-CONSENT TO WS-MSK-SEM-CONSENT.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING CP-NUMERO ' ' CP-DATA ' ' CP-HORA ' ' CP-AUTOR ' '
               WS-NM-AUTOR ' ' CP-TEMPLATE ' ' WS-MSK-DESTINOS '  '
               WS-MSK-BLOQUEADAS '  ' WS-MSK-SEM-EMAIL '  '
               WS-MSK-SEM-CONSENT '  ' WS-DESC-REGRA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * autor que ja saiu do CADUSER fica so com o codigo
       3200-NOME-AUTOR.
           MOVE SPACES TO WS-NM-AUTOR.
           IF WS-CADUSER-ABERTO = 'S'
               MOVE CP-AUTOR TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'FORA DO CADASTRO' TO WS-NM-AUTOR
                   NOT INVALID KEY
                       IF FD-NM-SOCIAL = SPACES
                           MOVE FD-NM (1:20) TO WS-NM-AUTOR
                       ELSE
                           MOVE FD-NM-SOCIAL (1:20) TO WS-NM-AUTOR
                       END-IF
               END-READ
           END-IF.

      * a regra por extenso, no mesmo formato da previa do CDCAMPANHA
       3300-MONTA-REGRA.
           MOVE SPACES TO WS-DESC-REGRA.
           MOVE 1 TO WS-PTR-REGRA.
           IF CP-FIL-DEPTO NOT = SPACES
               STRING 'DEPTO=' CP-FIL-DEPTO ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF CP-FIL-PERFIL NOT = SPACE
               STRING 'PERFIL=' CP-FIL-PERFIL ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF CP-FIL-UF NOT = SPACES
               STRING 'UF=' CP-FIL-UF ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF CP-FIL-DOMINIO NOT = SPACES
               STRING 'DOMINIO=' FUNCTION TRIM (CP-FIL-DOMINIO) ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF CP-FIL-SITUACAO NOT = SPACE
               STRING 'SITUACAO=' CP-FIL-SITUACAO
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF WS-DESC-REGRA = SPACES
               MOVE 'TODAS AS CONTAS ATIVAS' TO WS-DESC-REGRA
           END-IF.

       3800-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-CAMPANHAS TO WS-MSK-TOTAL.
           STRING 'CAMPANHAS LISTADAS............: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-DESTINOS TO WS-MSK-TOTAL.
           STRING 'EVENTOS GRAVADOS NA NOTIFQ....: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-BLOQUEADAS TO WS-MSK-TOTAL.
           STRING 'FORA - CONTA BLOQUEADA........: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-SEM-EMAIL TO WS-MSK-TOTAL.
           STRING 'FORA - EMAIL INVALIDO.........: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-SEM-CONSENT TO WS-MSK-TOTAL.
           STRING 'FORA - SEM CONSENTIMENTO......: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           DISPLAY '============================================='.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           MOVE WS-TOT-CAMPANHAS TO WS-MSK-QTD.
           DISPLAY 'CAMPANHAS LISTADAS.: ' WS-MSK-QTD.
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
           MOVE 'CAMPREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-CADCAMP-ABERTO = 'S'
               CLOSE CADCAMP
           END-IF.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDCAMPREL.
