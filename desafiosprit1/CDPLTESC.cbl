      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ESCALONAMENTO DO PLANTAO - percorre o cadastro de
      *         incidentes CADINCID (layout REGINCID) e, para cada
      *         incidente aberto que o primario nao reconheceu (tela
      *         CDPLTACK) dentro de PLANTAO_ESPERA_MIN minutos (padrao
      *         30), aciona o plantonista reserva pela fila NOTIFQ
      *         (evento PLANTAO, template TPLPAGE2) e marca o incidente
      *         como escalado, com data e hora. Incidente sem reserva
      *         na escala fica aberto e e listado. Chamado pelo CDBATCH
      *         depois de cada passo e pelo CDSAUDE a cada consulta, e
      *         pode ser agendado sozinho entre um lote e outro. So
      *         fala quando ha o que escalar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPLTESC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINCID ASSIGN TO
           "CADINCID"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-NUMERO
           FILE STATUS IS WS-FS-CADINCID.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

       DATA DIVISION.
       FILE SECTION.
       FD CADINCID.
           COPY REGINCID.

       FD CADUSER.
           COPY REGUSER.

       FD NOTIFQ.
           COPY REGNOTIF.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADINCID                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-NOTIFQ-ABERTA               PIC X VALUE 'N'.
       77 WS-EOF-INCID                   PIC X VALUE 'N'.
        88 FIM-CADINCID                  VALUE 'S'.

       77 WS-ESPERA-TEXTO                PIC X(05) VALUE SPACES.
       77 WS-ESPERA-MIN                  PIC 9(05) VALUE 30.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-HR-ATUAL                    PIC X(06) VALUE SPACES.
       77 WS-MIN-AGORA                   PIC 9(09) VALUE ZEROS.
       77 WS-MIN-ABERTURA                PIC 9(09) VALUE ZEROS.
       77 WS-MIN-PASSADOS                PIC S9(09) VALUE ZEROS.

       77 WS-TOT-ESCALADOS               PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-RESERVA             PIC 9(05) VALUE ZEROS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-FS-CADINCID = 0
               PERFORM 2000-CONFERE-INCIDENTE UNTIL FIM-CADINCID
               PERFORM 9999-FINALIZAR
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * sem o CADINCID nenhum incidente foi aberto ainda
       1000-INICIAR.
           MOVE 'N' TO WS-EOF-INCID.
           MOVE 0 TO WS-TOT-ESCALADOS.
           MOVE 0 TO WS-TOT-SEM-RESERVA.
           MOVE SPACES TO WS-ESPERA-TEXTO.
           MOVE 'PLANTAO_ESPERA_MIN' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-ESPERA-TEXTO.
           IF WS-ESPERA-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-ESPERA-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-ESPERA-TEXTO) TO WS-ESPERA-MIN
           END-IF.

           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           COMPUTE WS-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL) * 1440
               + FUNCTION NUMVAL (WS-HR-ATUAL (1:2)) * 60
               + FUNCTION NUMVAL (WS-HR-ATUAL (3:2)).

           OPEN I-O CADINCID.
           IF WS-FS-CADINCID = 0
               MOVE ZEROS TO IC-NUMERO
               START CADINCID KEY IS GREATER THAN OR EQUAL TO IC-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-INCID
               END-START
           END-IF.

       2000-CONFERE-INCIDENTE.
           READ CADINCID NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INCID
               NOT AT END
                   IF INCID-ABERTO
                       PERFORM 2100-MEDE-ESPERA
                   END-IF
           END-READ.

       2100-MEDE-ESPERA.
           COMPUTE WS-MIN-ABERTURA =
               FUNCTION INTEGER-OF-DATE (IC-DATA) * 1440
               + FUNCTION NUMVAL (IC-HORA (1:2)) * 60
               + FUNCTION NUMVAL (IC-HORA (3:2)).
           COMPUTE WS-MIN-PASSADOS = WS-MIN-AGORA - WS-MIN-ABERTURA.
           IF WS-MIN-PASSADOS >= WS-ESPERA-MIN
               IF IC-RESERVA = ZEROS OR IC-RESERVA = IC-PRIMARIO
                   ADD 1 TO WS-TOT-SEM-RESERVA
                   DISPLAY 'INCIDENTE ' IC-NUMERO ' SEM RECONHECIMENTO'
                       ' E SEM RESERVA NA ESCALA - '
                       FUNCTION TRIM (IC-REFERENCIA)
               ELSE
                   PERFORM 2200-ESCALA
               END-IF
           END-IF.

      * o reserva e acionado antes de marcar: se o aviso nao sai o
      * incidente continua aberto e a proxima chamada tenta de novo
       2200-ESCALA.
           PERFORM 2300-ABRE-SAIDAS.
           IF WS-CADUSER-ABERTO = 'S'
               MOVE IC-RESERVA TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       DISPLAY 'RESERVA ' IC-RESERVA ' SEM CADASTRO - '
                           'CONFIRA A ESCALA PLANTAO'
                   NOT INVALID KEY
                       PERFORM 2400-GRAVA-NOTIFICACAO
                       MOVE 'E'         TO IC-SITUACAO
                       MOVE WS-DT-ATUAL TO IC-DT-ESCALA
                       MOVE WS-HR-ATUAL TO IC-HR-ESCALA
                       REWRITE REG-INCIDENTE
                           INVALID KEY
                               DISPLAY 'ERRO AO ESCALAR O INCIDENTE '
                                   IC-NUMERO ' - STATUS '
                                   WS-FS-CADINCID
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-ESCALADOS
                               DISPLAY 'INCIDENTE ' IC-NUMERO
                                   ' ESCALADO PARA O RESERVA '
                                   IC-RESERVA
                       END-REWRITE
               END-READ
           END-IF.

      * CADUSER e NOTIFQ so sao abertos se algum incidente escala
       2300-ABRE-SAIDAS.
           IF WS-CADUSER-ABERTO = 'N'
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               IF WS-FS-CADUSER = 0
                   MOVE 'S' TO WS-CADUSER-ABERTO
               ELSE
                   DISPLAY 'CADUSER INDISPONIVEL - STATUS '
                       WS-FS-CADUSER ' - RESERVA NAO ACIONADO'
               END-IF
           END-IF.
           IF WS-NOTIFQ-ABERTA = 'N'
               OPEN EXTEND NOTIFQ
               IF WS-FS-NOTIFQ = 35
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN EXTEND NOTIFQ
               END-IF
               MOVE 'S' TO WS-NOTIFQ-ABERTA
           END-IF.

       2400-GRAVA-NOTIFICACAO.
           MOVE WS-DT-ATUAL  TO NQ-DATA.
           MOVE WS-HR-ATUAL  TO NQ-HORA.
           MOVE 'PLANTAO'    TO NQ-EVENTO.
           MOVE FD-CD-USER   TO NQ-CD-USER.
           MOVE FD-EMAIL     TO NQ-EMAIL.
           MOVE 'TPLPAGE2'   TO NQ-TEMPLATE.
           MOVE SPACES       TO NQ-PARAMETRO.
           STRING IC-NUMERO ' ' IC-REFERENCIA
               DELIMITED BY SIZE INTO NQ-PARAMETRO
           END-STRING.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
           ELSE
               MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
           END-IF.
           WRITE REG-NOTIFICACAO.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDPLTESC' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           CLOSE CADINCID.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
               MOVE 'N' TO WS-CADUSER-ABERTO
           END-IF.
           IF WS-NOTIFQ-ABERTA = 'S'
               CLOSE NOTIFQ
               MOVE 'N' TO WS-NOTIFQ-ABERTA
           END-IF.
           IF WS-TOT-ESCALADOS > 0 OR WS-TOT-SEM-RESERVA > 0
               DISPLAY 'PLANTAO: ' WS-TOT-ESCALADOS ' ESCALADO(S), '
                   WS-TOT-SEM-RESERVA ' SEM RESERVA'
           END-IF.

       END PROGRAM CDPLTESC.
