      *         conselho e a unica escrita admitida em termo ja
      *         encerrado.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - antes de pedir o status decidido, a tela
      *                     mostra as notas, a media e o status do
      *                     lancamento e as ocorrencias disciplinares
      *                     do aluno no periodo do termo (CADTERMO),
      *                     com as graves a parte, lidas do CADOCORR
      *                     (CDOCORR); sem os arquivos a contagem fica
      *                     de fora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCONSDEC.
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FS-NOTAS.

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

           SELECT CADOCORR ASSIGN TO
           "CADOCORR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OC-CHAVE
           FILE STATUS IS WS-FS-CADOCORR.

           SELECT NOTAAUD ASSIGN TO
           "NOTAAUD"
           ORGANIZATION IS LINE SEQUENTIAL
       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD CADTERMO.
           COPY REGTERMO.

       FD CADOCORR.
           COPY REGOCORR.

       FD NOTAAUD.
           COPY REGNOTAUD.

        88 FS-NOTAS-REG-TRAVADO          VALUE 51.
       77 WS-FS-NOTAAUD                  PIC 99.
       77 WS-FS-CONSDEC                  PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-CADOCORR                 PIC 99.
       77 WS-ABERTO-TERMO                PIC X VALUE 'N'.
       77 WS-ABERTO-OCORR                PIC X VALUE 'N'.
       77 WS-EOF-OCORR                   PIC X VALUE 'N'.
        88 FIM-CADOCORR                  VALUE 'S'.

       77 WS-PERFIL-OPER                 PIC X(01) VALUE SPACE.
        88 OPER-ADMIN                    VALUE 'A'.
       77 WS-OPER-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-CD-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.
       77 WS-CONTINUA                    PIC X(01) VALUE 'S'.

      * ocorrencias disciplinares do aluno no periodo do termo
       77 WS-DT-INI-TERMO                PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-TERMO                PIC 9(08) VALUE ZEROS.
       77 WS-QTD-OCORR                   PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRAVES                  PIC 9(04) VALUE ZEROS.
       77 WS-NOTA-ED                     PIC Z9.9.
       77 WS-MEDIA-ED                    PIC Z9.99.
       77 WS-QTD-ED                      PIC ZZZ9.

       01 WS-NOTA-ANTES.
           03 WS-ANT-STATUS              PIC X(11).
           03 WS-ANT-MEDIA               PIC 9(02)V99.
           03 FILLER                     PIC X(01) VALUE ';'.
           03 DC-STATUS-NOVO             PIC X(11).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 DC-OPERADOR                PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 DC-JUSTIFICATIVA           PIC X(60).

                       CLOSE CONSDEC
                       OPEN EXTEND CONSDEC
                   END-IF
      * termo e ocorrencias so informam a decisao: sem eles a tela
      * segue sem a contagem
                   OPEN INPUT CADTERMO
                   IF WS-FS-CADTERMO = 0
                       MOVE 'S' TO WS-ABERTO-TERMO
                   END-IF
                   OPEN INPUT CADOCORR
                   IF WS-FS-CADOCORR = 0
                       MOVE 'S' TO WS-ABERTO-OCORR
                   END-IF
               END-IF
           END-IF.

       2200-PEDE-E-GRAVA.
           MOVE BN-STATUS TO WS-ANT-STATUS.
           MOVE BN-MEDIA  TO WS-ANT-MEDIA.
           MOVE BN-N1 TO WS-NOTA-ED.
           DISPLAY 'N1: ' WS-NOTA-ED WITH NO ADVANCING.
           MOVE BN-N2 TO WS-NOTA-ED.
           DISPLAY '  N2: ' WS-NOTA-ED WITH NO ADVANCING.
           MOVE BN-N3 TO WS-NOTA-ED.
           DISPLAY '  N3: ' WS-NOTA-ED WITH NO ADVANCING.
           MOVE BN-N4 TO WS-NOTA-ED.
           DISPLAY '  N4: ' WS-NOTA-ED WITH NO ADVANCING.
           MOVE BN-MEDIA TO WS-MEDIA-ED.
           DISPLAY '  MEDIA: ' WS-MEDIA-ED.
           DISPLAY 'STATUS ATUAL: ' BN-STATUS.
           PERFORM 2250-OCORRENCIAS-DO-TERMO.
           DISPLAY 'STATUS DECIDIDO PELO CONSELHO (EX: Aprovado): '.
           MOVE SPACES TO WS-STATUS-NOVO.
           ACCEPT WS-STATUS-NOVO.
               END-IF
           END-IF.

      * conta as ocorrencias do aluno com data dentro do periodo do
      * termo; termo fora do CADTERMO conta todas as do aluno
       2250-OCORRENCIAS-DO-TERMO.
           IF WS-ABERTO-OCORR = 'S'
               MOVE ZEROS TO WS-DT-INI-TERMO
               MOVE 99999999 TO WS-DT-FIM-TERMO
               IF WS-ABERTO-TERMO = 'S'
                   MOVE BN-TERMO TO TM-CODIGO
                   READ CADTERMO
                       INVALID KEY
                           DISPLAY 'TERMO FORA DO CADTERMO - CONTADAS '
                               'TODAS AS OCORRENCIAS DO ALUNO'
                       NOT INVALID KEY
                           MOVE TM-DT-INICIO TO WS-DT-INI-TERMO
                           MOVE TM-DT-FIM    TO WS-DT-FIM-TERMO
                   END-READ
               END-IF
               MOVE ZEROS TO WS-QTD-OCORR
               MOVE ZEROS TO WS-QTD-GRAVES
               MOVE 'N' TO WS-EOF-OCORR
               MOVE BN-CD-ALUNO TO OC-CD-ALUNO
               MOVE ZEROS TO OC-SEQ
               START CADOCORR KEY IS GREATER THAN OR EQUAL TO OC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-OCORR
               END-START
               PERFORM 2260-CONTA-OCORRENCIA UNTIL FIM-CADOCORR
               MOVE WS-QTD-OCORR TO WS-QTD-ED
               DISPLAY 'OCORRENCIAS DISCIPLINARES NO TERMO: '
                   WS-QTD-ED WITH NO ADVANCING
               MOVE WS-QTD-GRAVES TO WS-QTD-ED
               DISPLAY ' (GRAVES: ' WS-QTD-ED ')'
           END-IF.

       2260-CONTA-OCORRENCIA.
           READ CADOCORR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OCORR
               NOT AT END
                   IF OC-CD-ALUNO NOT = BN-CD-ALUNO
                       MOVE 'S' TO WS-EOF-OCORR
                   ELSE
                       IF OC-DATA >= WS-DT-INI-TERMO AND
                          OC-DATA <= WS-DT-FIM-TERMO
                           ADD 1 TO WS-QTD-OCORR
                           IF OCORRENCIA-GRAVE
                               ADD 1 TO WS-QTD-GRAVES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * o mesmo rastro de nota do DESAFIOM2, com a origem 'C' de
      * conselho; as notas nao mudam, so o status
       2300-AUDITA-DECISAO.
               CLOSE NOTAAUD
               CLOSE CONSDEC
           END-IF.
           IF WS-ABERTO-TERMO = 'S'
               CLOSE CADTERMO
           END-IF.
           IF WS-ABERTO-OCORR = 'S'
               CLOSE CADOCORR
           END-IF.

       END PROGRAM CDCONSDEC.
