      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONTAS COM DADOS PESSOAIS NAO CONFIRMADOS - passo
      *         mensal do CDBATCH para os gestores cobrarem a
      *         confirmacao que o CDLOGON pede apos o logon. Entra
      *         toda conta ativa cuja ultima confirmacao
      *         (FD-DT-CONFIRMA) e anterior a CONFIRMA_MESES meses
      *         (padrao 12, o mesmo parametro do CDLOGON) ou que nunca
      *         confirmou. A lista sai por departamento (SORT no
      *         molde do CDFIMCTR) com o gestor do CADDEPT e o email
      *         dele; conta bloqueada nao confirma nada e so fica
      *         contada no rodape. Sai no CNFRELIMP (nome fisico
      *         CNFREL.AAAAMMDD via DD_CNFRELIMP), catalogado no
      *         RELCATAL com o tipo CNFREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCNFREL.

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

           SELECT CADDEPT ASSIGN TO
           "CADDEPT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-CODIGO
           FILE STATUS IS WS-FS-CADDEPT.

           SELECT ARQ-IMP ASSIGN TO
           "CNFRELIMP"
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
       FD CADUSER.
           COPY REGUSER.

       FD CADDEPT.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-DEPTO                   PIC X(04).
           03 SR-CD-USER                 PIC 9(08).
           03 SR-DT-CONFIRMA             PIC 9(08).
           03 SR-NM                      PIC X(40).
           03 SR-EMAIL                   PIC X(50).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADDEPT                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-CADDEPT-ABERTO              PIC X VALUE 'N'.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

      * periodicidade da confirmacao, a mesma regra do CDLOGON
       77 WS-CNF-MESES                   PIC 9(03) VALUE 12.
       77 WS-CNF-PARM                    PIC X(03) VALUE SPACES.
       01 WS-CNF-HOJE.
           03 WS-CNF-ANO                 PIC 9(04).
           03 WS-CNF-MES                 PIC 9(02).
           03 WS-CNF-DIA                 PIC 9(02).
       77 WS-CNF-MESES-CORRIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-CNF-LIM-ANO                 PIC 9(04) VALUE ZEROS.
       77 WS-CNF-LIM-MES                 PIC 9(02) VALUE ZEROS.
       77 WS-CNF-LIMITE                  PIC 9(08) VALUE ZEROS.
       77 WS-DESC-CONFIRMA               PIC X(10) VALUE SPACES.

       77 WS-DEPTO-ATUAL                 PIC X(04) VALUE LOW-VALUES.
       77 WS-DEPTO-DESC                  PIC X(30) VALUE SPACES.
       77 WS-GESTOR-CODIGO               PIC 9(08) VALUE ZEROS.
       77 WS-GESTOR-EMAIL                PIC X(100) VALUE SPACES.

       77 WS-DEP-CONTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIDAS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONTAS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NUNCA                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BLOQUEADAS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-GESTOR              PIC 9(05) VALUE ZEROS.

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

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 1500-ABRE-RELATORIO.
           IF WS-FS-IMP = 0
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-DEPTO
                   ON ASCENDING KEY SR-CD-USER
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-PROCESSA
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

           MOVE 'CONFIRMA_MESES' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-CNF-PARM.
           IF WS-CNF-PARM NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-CNF-PARM) = 0
               MOVE FUNCTION NUMVAL (WS-CNF-PARM) TO WS-CNF-MESES
           END-IF.

      * hoje menos CONFIRMA_MESES meses, no mesmo dia do mes; o
      * limite so serve de comparacao e nao precisa ser data valida
           MOVE WS-DT-EXEC TO WS-CNF-HOJE.
           COMPUTE WS-CNF-MESES-CORRIDOS =
               WS-CNF-ANO * 12 + WS-CNF-MES - 1 - WS-CNF-MESES.
           DIVIDE WS-CNF-MESES-CORRIDOS BY 12
               GIVING WS-CNF-LIM-ANO REMAINDER WS-CNF-LIM-MES.
           COMPUTE WS-CNF-LIMITE =
               WS-CNF-LIM-ANO * 10000 + (WS-CNF-LIM-MES + 1) * 100
             + WS-CNF-DIA.

           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
               MOVE 'S' TO WS-EOF-USER
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-CADUSER-ABERTO
           END-IF.

      * com a confirmacao desligada (CONFIRMA_MESES = 0) o CDLOGON nao
      * pergunta nada e nao ha quem cobrar
           IF WS-CNF-MESES = 0
               DISPLAY 'CONFIRMA_MESES = 0 - CONFIRMACAO DESLIGADA'
               MOVE 'S' TO WS-EOF-USER
           END-IF.

           OPEN INPUT CADDEPT.
           IF WS-FS-CADDEPT = 0
               MOVE 'S' TO WS-CADDEPT-ABERTO
           END-IF.

      * arquivo CNFRELIMP pela variavel DD_CNFRELIMP estilo DD
       1500-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'CNFREL.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_CNFRELIMP' UPON ENVIRONMENT-NAME.
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
           STRING 'DADOS PESSOAIS NAO CONFIRMADOS   DATA '
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
           MOVE 'CNFREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
           END-IF.
           IF WS-CADDEPT-ABERTO = 'S'
               CLOSE CADDEPT
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDCNFREL' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       2000-SELECIONA SECTION.
           PERFORM 2010-LIBERA-CONTA UNTIL FIM-CADUSER.
           GO TO 2990-SELECIONA-EXIT.

      * conta bloqueada nao faz logon e nao tem como confirmar: fica
      * so na contagem do rodape
       2010-LIBERA-CONTA.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   ADD 1 TO WS-TOT-LIDAS
                   IF FD-DT-CONFIRMA IS NOT NUMERIC OR
                      FD-DT-CONFIRMA < WS-CNF-LIMITE
                       IF CONTA-BLOQUEADA
                           ADD 1 TO WS-TOT-BLOQUEADAS
                       ELSE
                           MOVE FD-DEPTO       TO SR-DEPTO
                           MOVE FD-CD-USER     TO SR-CD-USER
                           IF FD-DT-CONFIRMA IS NUMERIC
                               MOVE FD-DT-CONFIRMA TO SR-DT-CONFIRMA
                           ELSE
                               MOVE ZEROS TO SR-DT-CONFIRMA
                           END-IF
                           IF FD-NM-SOCIAL = SPACES
                               MOVE FD-NM (1:40)   TO SR-NM
                           ELSE
                               MOVE FD-NM-SOCIAL (1:40) TO SR-NM
                           END-IF
                           MOVE FD-EMAIL (1:50) TO SR-EMAIL
                           RELEASE REG-SORT
                       END-IF
                   END-IF
           END-READ.

       2990-SELECIONA-EXIT.
           EXIT.

       3000-PROCESSA SECTION.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONFIRMACAO VENCIDA: ULTIMA ANTES DE '
               WS-CNF-LIMITE ' (' WS-CNF-MESES ' MESES) OU NUNCA'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 3100-PROXIMA-CONTA UNTIL FIM-SORT.
           PERFORM 3300-FECHA-DEPTO.
           PERFORM 3800-RODAPE.
           GO TO 3900-PROCESSA-EXIT.

       3100-PROXIMA-CONTA.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF SR-DEPTO NOT = WS-DEPTO-ATUAL
                       PERFORM 3300-FECHA-DEPTO
                       PERFORM 3200-ABRE-DEPTO
                   END-IF
                   PERFORM 3400-IMPRIME-CONTA
           END-RETURN.

      * o gestor vem do CADDEPT; o email dele, do proprio CADUSER
       3200-ABRE-DEPTO.
           MOVE SR-DEPTO TO WS-DEPTO-ATUAL.
           MOVE SPACES   TO WS-DEPTO-DESC.
           MOVE ZEROS    TO WS-GESTOR-CODIGO.
           MOVE SPACES   TO WS-GESTOR-EMAIL.
           MOVE 0        TO WS-DEP-CONTAS.
           IF SR-DEPTO = SPACES
               MOVE 'SEM DEPARTAMENTO' TO WS-DEPTO-DESC
           ELSE
               IF WS-CADDEPT-ABERTO = 'S'
                   MOVE SR-DEPTO TO DP-CODIGO
                   READ CADDEPT
                       INVALID KEY
                           MOVE 'DEPARTAMENTO NAO CADASTRADO'
                             TO WS-DEPTO-DESC
                       NOT INVALID KEY
                           MOVE DP-DESCRICAO TO WS-DEPTO-DESC
                           MOVE DP-GESTOR    TO WS-GESTOR-CODIGO
                   END-READ
               END-IF
           END-IF.
           IF WS-GESTOR-CODIGO NOT = ZEROS
               MOVE WS-GESTOR-CODIGO TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE SPACES TO WS-GESTOR-EMAIL
                   NOT INVALID KEY
                       MOVE FD-EMAIL TO WS-GESTOR-EMAIL
               END-READ
           END-IF.
           IF WS-GESTOR-EMAIL = SPACES
               ADD 1 TO WS-TOT-SEM-GESTOR
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '===== DEPTO ' SR-DEPTO ' - '
               FUNCTION TRIM (WS-DEPTO-DESC) ' ====='
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-GESTOR-EMAIL = SPACES
               STRING 'GESTOR: ' WS-GESTOR-CODIGO ' SEM EMAIL - '
                   'COBRAR PELO ADMINISTRADOR'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING 'GESTOR: ' WS-GESTOR-CODIGO ' '
                   FUNCTION TRIM (WS-GESTOR-EMAIL)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONTA  ULT.CONFIRM NOME                             '
               '        EMAIL'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       3300-FECHA-DEPTO.
           IF WS-DEPTO-ATUAL NOT = LOW-VALUES
               MOVE WS-DEP-CONTAS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'CONTAS A CONFIRMAR NO DEPARTAMENTO: '
                   WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       3400-IMPRIME-CONTA.
           ADD 1 TO WS-DEP-CONTAS.
           ADD 1 TO WS-TOT-CONTAS.
           IF SR-DT-CONFIRMA = ZEROS
               MOVE 'NUNCA' TO WS-DESC-CONFIRMA
               ADD 1 TO WS-TOT-NUNCA
           ELSE
               MOVE SR-DT-CONFIRMA TO WS-DESC-CONFIRMA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING SR-CD-USER ' ' WS-DESC-CONFIRMA '  ' SR-NM ' '
               SR-EMAIL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       3800-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-LIDAS TO WS-MSK-QTD.
           STRING 'CONTAS LIDAS NO CADUSER.......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-CONTAS TO WS-MSK-QTD.
           STRING 'ATIVAS A CONFIRMAR (LISTADAS).: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-NUNCA TO WS-MSK-QTD.
           STRING '  DESTAS, NUNCA CONFIRMARAM...: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-BLOQUEADAS TO WS-MSK-QTD.
           STRING 'BLOQUEADAS SEM CONFIRMACAO....: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-SEM-GESTOR TO WS-MSK-QTD.
           STRING 'DEPARTAMENTOS SEM GESTOR......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           DISPLAY '============================================='.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           MOVE WS-TOT-CONTAS TO WS-MSK-QTD.
           DISPLAY 'CONTAS A CONFIRMAR.: ' WS-MSK-QTD.
           MOVE WS-TOT-BLOQUEADAS TO WS-MSK-QTD.
           DISPLAY 'BLOQUEADAS.........: ' WS-MSK-QTD.
           DISPLAY '============================================='.

       3900-PROCESSA-EXIT.
           EXIT.

       END PROGRAM CDCNFREL.
