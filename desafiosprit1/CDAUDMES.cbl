      *                     catalogo RELCATAL (tipo CADAUDMES) para o
      *                     CDRELCAT localizar; o expurgo por retencao
      *                     NAO se aplica ao historico de auditoria.
      *   15/10/2026 CAN - registro do arquivo mensal alargado para a
      *                     linha do CADAUD com a cadeia de conferencia;
      *                     no fechamento a posicao da cadeia no
      *                     CADAUDCK vira o ponto de abertura do mes
      *                     novo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAUDMES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT CADAUDCK ASSIGN TO
           "CADAUDCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUDCK.

       DATA DIVISION.
       FILE SECTION.
       FD CADAUD.
           COPY REGAUD.

       FD ARQMES.
       01 REG-ARQMES                      PIC X(300).

       FD CADAUDTOT.
       01 REG-TOTAIS                      PIC X(50).
       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       FD CADAUDCK.
           COPY REGAUDCK.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-ARQMES                   PIC 99.
       77 WS-TOT-GERAL                   PIC 9(06) VALUE ZEROS.

       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-FS-CADAUDCK                 PIC 99.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.

      * a linha do catalogo de relatorios e montada aqui porque
           IF WS-TOT-GERAL > 0 OR WS-FS-CADAUD = 10
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               PERFORM 4100-ABERTURA-CADEIA
           END-IF.

      * a cadeia de conferencia segue do arquivo mensal para o CADAUD
      * novo: a posicao atual do controle CADAUDCK vira o ponto de
      * partida do mes (usado pelo CDLGPD para ressela a cadeia)
       4100-ABERTURA-CADEIA.
           OPEN INPUT CADAUDCK.
           IF WS-FS-CADAUDCK = 0
               READ CADAUDCK
                   AT END
                       MOVE 10 TO WS-FS-CADAUDCK
               END-READ
               CLOSE CADAUDCK
               IF WS-FS-CADAUDCK = 0
                   MOVE AK-SEQUENCIA   TO AK-SEQ-ABERTURA
                   MOVE AK-CONFERENCIA TO AK-CONF-ABERTURA
                   OPEN OUTPUT CADAUDCK
                   WRITE REG-AUDCTL
                   CLOSE CADAUDCK
               END-IF
           END-IF.

       5000-RODAPE.
