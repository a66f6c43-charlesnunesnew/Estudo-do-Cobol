      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ACIONAMENTO DO PLANTAO - subprograma que abre um
      *         incidente no cadastro CADINCID (layout REGINCID) e
      *         aciona o plantonista primario do dia pela fila NOTIFQ
      *         (evento PLANTAO, template TPLPAGE1, numero do incidente
      *         e referencia em NQ-PARAMETRO). Chamado pelo CDBATCH
      *         quando um passo termina em erro ou falta arquivo de
      *         entrada obrigatorio, e pelo CDSAUDE quando o ERRLOG tem
      *         erro grave no dia. A escala vem do arquivo texto
      *         PLANTAO, uma linha por periodo:
      *           DE;ATE;PRIMARIO;RESERVA
      *         (datas AAAAMMDD, codigos do CADUSER); vale a primeira
      *         linha que cobre a data de hoje. Sem primario na escala
      *         o reserva e acionado direto. A mesma origem e
      *         referencia no mesmo dia nao abre outro incidente -
      *         devolve o numero do que ja existe, para o
      *         reprocessamento de um passo ou uma nova consulta do
      *         painel nao repetirem o aviso.
      *         Devolve zeros quando o incidente nao pode ser gravado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPLTAVS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINCID ASSIGN TO
           "CADINCID"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-NUMERO
           FILE STATUS IS PLA-FS-CADINCID.

           SELECT PLANTAO ASSIGN TO
           "PLANTAO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLA-FS-PLANTAO.

           SELECT CADUSER ASSIGN TO
           PLA-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS PLA-FS-CADUSER.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLA-FS-NOTIFQ.

       DATA DIVISION.
       FILE SECTION.
       FD CADINCID.
           COPY REGINCID.

       FD PLANTAO.
       01 REG-PLANTAO                    PIC X(80).

       FD CADUSER.
           COPY REGUSER.

       FD NOTIFQ.
           COPY REGNOTIF.

       WORKING-STORAGE SECTION.
       77 PLA-CADUSER-PATH               PIC X(100) VALUE SPACES.
       77 PLA-FS-CADINCID                PIC 99.
       77 PLA-FS-PLANTAO                 PIC 99.
       77 PLA-FS-CADUSER                 PIC 99.
       77 PLA-FS-NOTIFQ                  PIC 99.
       77 PLA-EOF-INCID                  PIC X VALUE 'N'.
        88 PLA-FIM-CADINCID              VALUE 'S'.
       77 PLA-EOF-PLANTAO                PIC X VALUE 'N'.
        88 PLA-FIM-PLANTAO               VALUE 'S'.
       77 PLA-ACHOU-ESCALA               PIC X VALUE 'N'.
        88 PLA-ESCALA-ACHADA             VALUE 'S'.

       77 PLA-DT-ATUAL                   PIC 9(08) VALUE ZEROS.
       77 PLA-HR-ATUAL                   PIC X(06) VALUE SPACES.
       77 PLA-ULTIMO                     PIC 9(06) VALUE ZEROS.
       77 PLA-REPETIDO                   PIC 9(06) VALUE ZEROS.
       77 PLA-PRIMARIO                   PIC 9(08) VALUE ZEROS.
       77 PLA-RESERVA                    PIC 9(08) VALUE ZEROS.
       77 PLA-ACIONADO                   PIC 9(08) VALUE ZEROS.

      * colunas da linha da escala
       01 PLA-LINHA-ESCALA.
           03 PLA-ES-DE                  PIC X(08).
           03 PLA-ES-ATE                 PIC X(08).
           03 PLA-ES-PRIMARIO            PIC X(08).
           03 PLA-ES-RESERVA             PIC X(08).

       LINKAGE SECTION.
       01 PLA-ORIGEM                     PIC X(08).
       01 PLA-REFERENCIA                 PIC X(12).
       01 PLA-TEXTO                      PIC X(60).
       01 PLA-NUMERO                     PIC 9(06).

       PROCEDURE DIVISION USING PLA-ORIGEM PLA-REFERENCIA PLA-TEXTO
               PLA-NUMERO.

       0000-PRINCIPAL.
           MOVE ZEROS TO PLA-NUMERO.
           ACCEPT PLA-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT PLA-HR-ATUAL FROM TIME.
           OPEN I-O CADINCID.
           IF PLA-FS-CADINCID = 35
               OPEN OUTPUT CADINCID
               CLOSE CADINCID
               OPEN I-O CADINCID
           END-IF.
           IF PLA-FS-CADINCID NOT = 0
               DISPLAY 'CADINCID INDISPONIVEL - STATUS '
                   PLA-FS-CADINCID ' - PLANTAO NAO ACIONADO'
               GOBACK
           END-IF.
           PERFORM 1000-PERCORRE-INCIDENTES.
           IF PLA-REPETIDO NOT = ZEROS
               MOVE PLA-REPETIDO TO PLA-NUMERO
               DISPLAY 'INCIDENTE ' PLA-REPETIDO ' JA REGISTRADO PARA '
                   FUNCTION TRIM (PLA-REFERENCIA)
               CLOSE CADINCID
               GOBACK
           END-IF.
           PERFORM 2000-LE-ESCALA.
           PERFORM 3000-GRAVA-INCIDENTE.
           CLOSE CADINCID.
           IF PLA-NUMERO NOT = ZEROS
               PERFORM 4000-ACIONA
           END-IF.
           GOBACK.

      * uma passada so: acha o ultimo numero e, de quebra, o incidente
      * de hoje com a mesma origem e referencia
       1000-PERCORRE-INCIDENTES.
           MOVE ZEROS TO PLA-ULTIMO.
           MOVE ZEROS TO PLA-REPETIDO.
           MOVE 'N' TO PLA-EOF-INCID.
           MOVE ZEROS TO IC-NUMERO.
           START CADINCID KEY IS GREATER THAN OR EQUAL TO IC-NUMERO
               INVALID KEY
                   MOVE 'S' TO PLA-EOF-INCID
           END-START.
           PERFORM 1100-LE-INCIDENTE UNTIL PLA-FIM-CADINCID.

       1100-LE-INCIDENTE.
           READ CADINCID NEXT RECORD
               AT END
                   MOVE 'S' TO PLA-EOF-INCID
               NOT AT END
                   MOVE IC-NUMERO TO PLA-ULTIMO
                   IF IC-DATA = PLA-DT-ATUAL AND
                      IC-ORIGEM = PLA-ORIGEM AND
                      IC-REFERENCIA = PLA-REFERENCIA
                       MOVE IC-NUMERO TO PLA-REPETIDO
                   END-IF
           END-READ.

       2000-LE-ESCALA.
           MOVE ZEROS TO PLA-PRIMARIO.
           MOVE ZEROS TO PLA-RESERVA.
           MOVE 'N' TO PLA-ACHOU-ESCALA.
           MOVE 'N' TO PLA-EOF-PLANTAO.
           OPEN INPUT PLANTAO.
           IF PLA-FS-PLANTAO = 0
               PERFORM 2100-LE-LINHA-ESCALA
                   UNTIL PLA-FIM-PLANTAO OR PLA-ESCALA-ACHADA
               CLOSE PLANTAO
           ELSE
               DISPLAY 'ESCALA PLANTAO NAO ENCONTRADA - STATUS '
                   PLA-FS-PLANTAO
           END-IF.
           IF NOT PLA-ESCALA-ACHADA
               DISPLAY 'NINGUEM DE PLANTAO EM ' PLA-DT-ATUAL
                   ' - CONFIRA A ESCALA PLANTAO'
           END-IF.

      * linha fora do formato e ignorada; a escala e mantida a mao
       2100-LE-LINHA-ESCALA.
           READ PLANTAO
               AT END
                   MOVE 'S' TO PLA-EOF-PLANTAO
               NOT AT END
                   MOVE SPACES TO PLA-LINHA-ESCALA
                   UNSTRING REG-PLANTAO DELIMITED BY ';'
                       INTO PLA-ES-DE PLA-ES-ATE PLA-ES-PRIMARIO
                            PLA-ES-RESERVA
                   END-UNSTRING
                   IF PLA-ES-DE IS NUMERIC AND
                      PLA-ES-ATE IS NUMERIC AND
                      PLA-ES-DE <= PLA-DT-ATUAL AND
                      PLA-ES-ATE >= PLA-DT-ATUAL
                       MOVE 'S' TO PLA-ACHOU-ESCALA
                       IF FUNCTION TRIM (PLA-ES-PRIMARIO) IS NUMERIC
                           MOVE FUNCTION NUMVAL (PLA-ES-PRIMARIO)
                             TO PLA-PRIMARIO
                       END-IF
                       IF FUNCTION TRIM (PLA-ES-RESERVA) IS NUMERIC
                           MOVE FUNCTION NUMVAL (PLA-ES-RESERVA)
                             TO PLA-RESERVA
                       END-IF
                   END-IF
           END-READ.

       3000-GRAVA-INCIDENTE.
           MOVE SPACES         TO REG-INCIDENTE.
           COMPUTE IC-NUMERO = PLA-ULTIMO + 1.
           MOVE PLA-DT-ATUAL   TO IC-DATA.
           MOVE PLA-HR-ATUAL   TO IC-HORA.
           MOVE PLA-ORIGEM     TO IC-ORIGEM.
           MOVE PLA-REFERENCIA TO IC-REFERENCIA.
           MOVE PLA-TEXTO      TO IC-TEXTO.
           MOVE PLA-PRIMARIO   TO IC-PRIMARIO.
           MOVE PLA-RESERVA    TO IC-RESERVA.
           MOVE 'A'            TO IC-SITUACAO.
           MOVE ZEROS          TO IC-DT-ESCALA.
           MOVE ZEROS          TO IC-RESPONSAVEL.
           MOVE ZEROS          TO IC-DT-RECONHECE.
           MOVE ZEROS          TO IC-MINUTOS.
      * sem primario o incidente ja nasce escalado para o reserva
           IF PLA-PRIMARIO = ZEROS AND PLA-RESERVA NOT = ZEROS
               MOVE 'E'          TO IC-SITUACAO
               MOVE PLA-DT-ATUAL TO IC-DT-ESCALA
               MOVE PLA-HR-ATUAL TO IC-HR-ESCALA
           END-IF.
           WRITE REG-INCIDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O INCIDENTE - STATUS '
                       PLA-FS-CADINCID
               NOT INVALID KEY
                   MOVE IC-NUMERO TO PLA-NUMERO
                   DISPLAY 'INCIDENTE ' IC-NUMERO ' ABERTO - '
                       FUNCTION TRIM (PLA-REFERENCIA)
           END-WRITE.

       4000-ACIONA.
           IF PLA-PRIMARIO NOT = ZEROS
               MOVE PLA-PRIMARIO TO PLA-ACIONADO
           ELSE
               MOVE PLA-RESERVA  TO PLA-ACIONADO
           END-IF.
           IF PLA-ACIONADO NOT = ZEROS
               PERFORM 4050-LE-PLANTONISTA
           END-IF.

       4050-LE-PLANTONISTA.
           ACCEPT PLA-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF PLA-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO PLA-CADUSER-PATH
           END-IF.
           OPEN INPUT CADUSER.
           IF PLA-FS-CADUSER = 0
               MOVE PLA-ACIONADO TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       DISPLAY 'PLANTONISTA ' PLA-ACIONADO
                           ' SEM CADASTRO - CONFIRA A ESCALA PLANTAO'
                   NOT INVALID KEY
                       PERFORM 4100-GRAVA-NOTIFICACAO
               END-READ
               CLOSE CADUSER
           ELSE
               DISPLAY 'CADUSER INDISPONIVEL - PLANTONISTA '
                   PLA-ACIONADO ' NAO ACIONADO'
           END-IF.

      * o parametro leva o numero do incidente e a referencia para o
      * template do correio
       4100-GRAVA-NOTIFICACAO.
           OPEN EXTEND NOTIFQ.
           IF PLA-FS-NOTIFQ = 35
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN EXTEND NOTIFQ
           END-IF.
           MOVE PLA-DT-ATUAL TO NQ-DATA.
           MOVE PLA-HR-ATUAL TO NQ-HORA.
           MOVE 'PLANTAO'    TO NQ-EVENTO.
           MOVE FD-CD-USER   TO NQ-CD-USER.
           MOVE FD-EMAIL     TO NQ-EMAIL.
           MOVE 'TPLPAGE1'   TO NQ-TEMPLATE.
           MOVE SPACES       TO NQ-PARAMETRO.
           STRING PLA-NUMERO ' ' PLA-REFERENCIA
               DELIMITED BY SIZE INTO NQ-PARAMETRO
           END-STRING.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
           ELSE
               MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
           END-IF.
           WRITE REG-NOTIFICACAO.
           CLOSE NOTIFQ.
           DISPLAY 'PLANTONISTA ' FD-CD-USER ' ACIONADO - INCIDENTE '
               PLA-NUMERO.

       END PROGRAM CDPLTAVS.
