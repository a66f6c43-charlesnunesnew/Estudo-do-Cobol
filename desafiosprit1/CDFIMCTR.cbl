      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:FIM DE CONTRATO DE TERCEIROS E TEMPORARIOS - passo
      *         noturno do CDBATCH que fecha a porta que o CDHRBAIXA
      *         nao ve: estagiario, consultor e professor substituto
      *         nao vem no HRDESLIG, entao a data de fim de contrato
      *         (FD-DT-FIM-CONTRATO, gravada pelo CDCLIE, CDIMPUSR e
      *         CDHRADMIT) e quem manda. Faltando exatamente
      *         CONTRATO_AVISO_DIAS dias (padrao 7) o titular e o
      *         gestor do departamento (DP-GESTOR do CADDEPT) recebem
      *         aviso pela fila NOTIFQ; chegada a data a conta e
      *         bloqueada (FD-BLOQUEADO = S), auditada com a acao 'S'
      *         no CADAUD e os dois sao avisados do bloqueio. O
      *         relatorio lista, por departamento (SORT no molde do
      *         CDSEGREL), as contas ativas que vencem nos proximos 30
      *         dias e as bloqueadas nesta noite. O aviso de
      *         vencimento ao titular e aviso da conta e so sai para
      *         quem consentiu (CDCNSCHK, finalidade N); o aviso do
      *         bloqueio e obrigatorio e sai sempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDFIMCTR.

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

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

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

       FD CADAUD.
           COPY REGAUD.

       FD NOTIFQ.
           COPY REGNOTIF.

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-DEPTO                   PIC X(04).
           03 SR-DT-FIM                  PIC 9(08).
           03 SR-CD-USER                 PIC 9(08).
           03 SR-NM                      PIC X(40).
           03 SR-EMAIL                   PIC X(100).
           03 SR-TRATAMENTO              PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDFIMCTR'.
       77 WS-FS-CADDEPT                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-CADDEPT-ABERTO              PIC X VALUE 'N'.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-DIA-ATUAL                   PIC 9(07) VALUE ZEROS.
       77 WS-DT-LIMITE                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-RESTANTES              PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-EDITADO                PIC -ZZZ9.
       77 WS-AVISO-TEXTO                 PIC X(05) VALUE SPACES.
       77 WS-AVISO-DIAS                  PIC 9(03) VALUE 7.
       77 WS-SITUACAO                    PIC X(20) VALUE SPACES.

       77 WS-DEPTO-ATUAL                 PIC X(04) VALUE LOW-VALUES.
       77 WS-DEPTO-DESC                  PIC X(30) VALUE SPACES.
       77 WS-GESTOR-CODIGO               PIC 9(08) VALUE ZEROS.
       77 WS-GESTOR-EMAIL                PIC X(100) VALUE SPACES.
       77 WS-GESTOR-TRATAMENTO           PIC X(20) VALUE SPACES.

       77 WS-NOTIF-EVENTO                PIC X(10) VALUE SPACES.
       77 WS-NOTIF-TEMPLATE              PIC X(08) VALUE SPACES.
       77 WS-NOTIF-EMAIL                 PIC X(100) VALUE SPACES.
       77 WS-NOTIF-TRATAMENTO            PIC X(20) VALUE SPACES.

       77 WS-DEP-CONTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CONTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-AVISOS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-BLOQUEADAS              PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-GESTOR              PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-CONSENT             PIC 9(05) VALUE ZEROS.
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE 'N'.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           SORT ARQ-SORT
               ON ASCENDING KEY SR-DEPTO
               ON ASCENDING KEY SR-DT-FIM
               ON ASCENDING KEY SR-CD-USER
               INPUT PROCEDURE IS 2000-SELECIONA
               OUTPUT PROCEDURE IS 3000-PROCESSA.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           MOVE 'CONTRATO_AVISO_DIAS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-AVISO-TEXTO.
           IF WS-AVISO-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-AVISO-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-AVISO-TEXTO) TO WS-AVISO-DIAS
           END-IF.

      * a janela do relatorio e de 30 dias corridos a partir de hoje
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-ATUAL =
               FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL).
           COMPUTE WS-DT-LIMITE =
               FUNCTION DATE-OF-INTEGER (WS-DIA-ATUAL + 30).

           OPEN I-O CADUSER.
           IF WS-FS-CADUSER = 35
               DISPLAY 'CADUSER NAO ENCONTRADO - NADA A CONFERIR'
               MOVE 'S' TO WS-EOF-USER
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO FD-CD-USER
               START CADUSER KEY IS GREATER THAN OR EQUAL TO FD-CD-USER
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-USER
               END-START
           END-IF.

           OPEN INPUT CADDEPT.
           IF WS-FS-CADDEPT = 0
               MOVE 'S' TO WS-CADDEPT-ABERTO
           END-IF.

           OPEN EXTEND CADAUD.
           IF WS-FS-CADAUD = 35
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.

           OPEN EXTEND NOTIFQ.
           IF WS-FS-NOTIFQ = 35
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN EXTEND NOTIFQ
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDFIMCTR' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       2000-SELECIONA SECTION.
           PERFORM 2100-LIBERA-CONTA UNTIL FIM-CADUSER.
           GO TO 2900-SELECIONA-EXIT.

      * so interessam contas ativas com fim de contrato ate o limite
      * da janela; as ja vencidas entram para serem bloqueadas
       2100-LIBERA-CONTA.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   IF NOT CONTA-BLOQUEADA AND
                      FD-DT-FIM-CONTRATO IS NUMERIC AND
                      FD-DT-FIM-CONTRATO NOT = ZEROS AND
                      FD-DT-FIM-CONTRATO <= WS-DT-LIMITE
                       MOVE FD-DEPTO           TO SR-DEPTO
                       MOVE FD-DT-FIM-CONTRATO TO SR-DT-FIM
                       MOVE FD-CD-USER         TO SR-CD-USER
                       IF FD-NM-SOCIAL = SPACES
                           MOVE FD-NM (1:40)   TO SR-NM
                           MOVE FD-NM-PRIMEIRO TO SR-TRATAMENTO
                       ELSE
                           MOVE FD-NM-SOCIAL (1:40) TO SR-NM
                           MOVE FD-NS-PRIMEIRO TO SR-TRATAMENTO
                       END-IF
                       MOVE FD-EMAIL           TO SR-EMAIL
                       RELEASE REG-SORT
                   END-IF
           END-READ.

       2900-SELECIONA-EXIT.
           EXIT.

       3000-PROCESSA SECTION.
           DISPLAY '============================================='.
           DISPLAY '   FIM DE CONTRATO - CONTAS A VENCER EM 30 DIAS'.
           DISPLAY '============================================='.
           DISPLAY 'DATA BASE.: ' WS-DT-ATUAL
               '   LIMITE: ' WS-DT-LIMITE.
           DISPLAY 'AVISO COM.: ' WS-AVISO-DIAS ' DIAS DE ANTECEDENCIA'.
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
                   PERFORM 3400-TRATA-CONTA
           END-RETURN.

      * o gestor vem do CADDEPT; o email dele, do proprio CADUSER -
      * departamento sem gestor (ou gestor sem cadastro) so avisa o
      * titular e fica contado no rodape
       3200-ABRE-DEPTO.
           MOVE SR-DEPTO TO WS-DEPTO-ATUAL.
           MOVE SPACES   TO WS-DEPTO-DESC.
           MOVE ZEROS    TO WS-GESTOR-CODIGO.
           MOVE SPACES   TO WS-GESTOR-EMAIL.
           MOVE SPACES   TO WS-GESTOR-TRATAMENTO.
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
                       IF FD-NM-SOCIAL = SPACES
                           MOVE FD-NM-PRIMEIRO TO WS-GESTOR-TRATAMENTO
                       ELSE
                           MOVE FD-NS-PRIMEIRO TO WS-GESTOR-TRATAMENTO
                       END-IF
               END-READ
           END-IF.
           DISPLAY ' '.
           DISPLAY '===== DEPTO ' SR-DEPTO ' - '
               FUNCTION TRIM (WS-DEPTO-DESC) ' ====='.
           DISPLAY 'GESTOR: ' WS-GESTOR-CODIGO ' '
               FUNCTION TRIM (WS-GESTOR-EMAIL).
           DISPLAY 'CONTA  FIM      DIAS  SITUACAO             NOME'.

       3300-FECHA-DEPTO.
           IF WS-DEPTO-ATUAL NOT = LOW-VALUES
               MOVE WS-DEP-CONTAS TO WS-MSK-QTD
               DISPLAY 'CONTAS DO DEPARTAMENTO: ' WS-MSK-QTD
           END-IF.

       3400-TRATA-CONTA.
           ADD 1 TO WS-DEP-CONTAS.
           ADD 1 TO WS-TOT-CONTAS.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE (SR-DT-FIM) - WS-DIA-ATUAL.
           MOVE 'A VENCER' TO WS-SITUACAO.
           EVALUATE TRUE
               WHEN WS-DIAS-RESTANTES <= 0
                   PERFORM 3500-BLOQUEIA-CONTA
               WHEN WS-DIAS-RESTANTES = WS-AVISO-DIAS
                   PERFORM 3600-AVISA-VENCIMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDITADO.
           DISPLAY SR-CD-USER ' ' SR-DT-FIM ' ' WS-DIAS-EDITADO
               '  ' WS-SITUACAO ' ' FUNCTION TRIM (SR-NM).

      * a conta e relida pela chave: o registro pode ter mudado
      * entre a selecao e agora
       3500-BLOQUEIA-CONTA.
           MOVE SR-CD-USER TO FD-CD-USER.
           READ CADUSER
               INVALID KEY
                   MOVE 'SEM CADASTRO' TO WS-SITUACAO
               NOT INVALID KEY
                   IF CONTA-BLOQUEADA
                       MOVE 'JA BLOQUEADA' TO WS-SITUACAO
                   ELSE
                       MOVE 'S' TO FD-BLOQUEADO
                       REWRITE REG-USER
                           INVALID KEY
                               MOVE 'ERRO NO BLOQUEIO' TO WS-SITUACAO
                               DISPLAY 'ERRO AO BLOQUEAR ' FD-CD-USER
                                   ' - STATUS ' WS-FS-CADUSER
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-BLOQUEADAS
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 3505-GRAVA-JORNAL
                               MOVE 'BLOQUEADA NESTA NOITE'
                                 TO WS-SITUACAO
                               PERFORM 3510-REGISTRA-AUDITORIA
                               MOVE 'FIMCONTR' TO WS-NOTIF-EVENTO
                               MOVE 'TPLFIMCT' TO WS-NOTIF-TEMPLATE
                               MOVE SR-EMAIL   TO WS-NOTIF-EMAIL
                               MOVE SR-TRATAMENTO
                                 TO WS-NOTIF-TRATAMENTO
                               PERFORM 3700-GRAVA-NOTIFICACAO
                               MOVE 'TPLFIMGC' TO WS-NOTIF-TEMPLATE
                               PERFORM 3710-AVISA-GESTOR
                       END-REWRITE
                   END-IF
           END-READ.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       3505-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       3510-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE FD-CD-USER TO AU-CD-USER.
           MOVE 'S'        TO AU-ACAO.
           MOVE FD-NM      TO AU-NM.
           MOVE FD-EMAIL   TO AU-EMAIL.
           MOVE ZEROS      TO AU-OPERADOR.
           MOVE SPACES     TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       3600-AVISA-VENCIMENTO.
           ADD 1 TO WS-TOT-AVISOS.
           MOVE 'AVISADA' TO WS-SITUACAO.
           MOVE 'AVISOCTR' TO WS-NOTIF-EVENTO.
           MOVE 'TPLAVCTR' TO WS-NOTIF-TEMPLATE.
           MOVE SR-EMAIL   TO WS-NOTIF-EMAIL.
           MOVE SR-TRATAMENTO TO WS-NOTIF-TRATAMENTO.
           CALL 'CDCNSCHK' USING SR-CD-USER WS-CNS-FINALIDADE
               WS-CNS-RETORNO.
           IF WS-CNS-RETORNO = 'S'
               PERFORM 3700-GRAVA-NOTIFICACAO
           ELSE
               ADD 1 TO WS-TOT-SEM-CONSENT
           END-IF.
           MOVE 'TPLAVGCT' TO WS-NOTIF-TEMPLATE.
           PERFORM 3710-AVISA-GESTOR.

      * NQ-CD-USER e sempre o titular do contrato; o parametro leva a
      * data de fim para o template do correio
       3700-GRAVA-NOTIFICACAO.
           ACCEPT NQ-DATA FROM DATE YYYYMMDD.
           ACCEPT NQ-HORA FROM TIME.
           MOVE WS-NOTIF-EVENTO   TO NQ-EVENTO.
           MOVE SR-CD-USER        TO NQ-CD-USER.
           MOVE WS-NOTIF-EMAIL    TO NQ-EMAIL.
           MOVE WS-NOTIF-TEMPLATE TO NQ-TEMPLATE.
           MOVE SR-DT-FIM         TO NQ-PARAMETRO.
           MOVE WS-NOTIF-TRATAMENTO TO NQ-TRATAMENTO.
           WRITE REG-NOTIFICACAO.

       3710-AVISA-GESTOR.
           IF WS-GESTOR-EMAIL = SPACES OR
              WS-GESTOR-CODIGO = SR-CD-USER
               ADD 1 TO WS-TOT-SEM-GESTOR
           ELSE
               MOVE WS-GESTOR-EMAIL TO WS-NOTIF-EMAIL
               MOVE WS-GESTOR-TRATAMENTO TO WS-NOTIF-TRATAMENTO
               PERFORM 3700-GRAVA-NOTIFICACAO
           END-IF.

       3800-RODAPE.
           DISPLAY ' '.
           DISPLAY '-----------------------------------------------'.
           MOVE WS-TOT-CONTAS TO WS-MSK-QTD.
           DISPLAY 'CONTAS LISTADAS......: ' WS-MSK-QTD.
           MOVE WS-TOT-AVISOS TO WS-MSK-QTD.
           DISPLAY 'AVISOS DE VENCIMENTO.: ' WS-MSK-QTD.
           MOVE WS-TOT-BLOQUEADAS TO WS-MSK-QTD.
           DISPLAY 'CONTAS BLOQUEADAS....: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-GESTOR TO WS-MSK-QTD.
           DISPLAY 'AVISOS SEM GESTOR....: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-CONSENT TO WS-MSK-QTD.
           DISPLAY 'AVISOS SEM CONSENTIM.: ' WS-MSK-QTD.
           DISPLAY '============================================='.

       3900-PROCESSA-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           IF WS-CADDEPT-ABERTO = 'S'
               CLOSE CADDEPT
           END-IF.
           CLOSE CADAUD.
           CLOSE NOTIFQ.

       END PROGRAM CDFIMCTR.
