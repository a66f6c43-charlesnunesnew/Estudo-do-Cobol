           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HX-CHAVE
           ALTERNATE RECORD KEY IS HX-NORM-ULTIMO WITH DUPLICATES
           ALTERNATE RECORD KEY IS HX-EMAIL WITH DUPLICATES
           ALTERNATE RECORD KEY IS HX-CPF WITH DUPLICATES
           ALTERNATE RECORD KEY IS HX-NORM-NS-ULTIMO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-HISTIX.

       DATA DIVISION.
       FILE SECTION.
       FD CADHIST.
       01 REG-HIST                        PIC X(550).

       FD CADHISTIX.
       01 REG-HISTIX.
           03 HX-CHAVE.
               05 HX-CD-USER             PIC 9(08).
               05 HX-SEQ                 PIC 9(04).
           03 HX-NM-ULTIMO               PIC X(20).
           03 HX-NM-PRIMEIRO             PIC X(20).
           03 HX-EMAIL                   PIC X(100).
           03 HX-CPF                     PIC 9(11).
           03 HX-NM                      PIC X(100).
           03 HX-NM-SOCIAL               PIC X(100).
           03 HX-NS-ULTIMO               PIC X(20).
           03 HX-NS-PRIMEIRO             PIC X(20).
      * forma de pesquisa (CDNORNOM) dos ultimos nomes: as chaves de
      * nome ignoram acento e maiusculas, a exibicao usa o original
           03 HX-NORM-ULTIMO             PIC X(20).
           03 HX-NORM-NS-ULTIMO          PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADHIST                  PIC 99.
       77 WS-SEQ                         PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LIDAS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INDEXADAS               PIC 9(06) VALUE ZEROS.
       77 WS-NS-MEIO                     PIC X(20) VALUE SPACES.
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL                 PIC X(100) VALUE SPACES.

           COPY REGHIST.

                   MOVE 'S' TO WS-EOF-HIST
               NOT AT END
                   ADD 1 TO WS-TOT-LIDAS
                   IF REG-HIST (1:8) IS NUMERIC
                       PERFORM 2100-GRAVA-ENTRADA
                   END-IF
           END-READ.
               MOVE ZEROS       TO HX-CPF
           END-IF.
           MOVE WH-NM           TO HX-NM.
      * o nome social entra como segunda chave de nome para a busca
      * achar o arquivado por qualquer dos dois
           MOVE WH-NM-SOCIAL    TO HX-NM-SOCIAL.
           IF WH-NM-SOCIAL = SPACES
               MOVE SPACES      TO HX-NS-ULTIMO HX-NS-PRIMEIRO
           ELSE
               CALL 'CDDIVNOM' USING WH-NM-SOCIAL HX-NS-PRIMEIRO
                   WS-NS-MEIO HX-NS-ULTIMO
           END-IF.
           MOVE HX-NM-ULTIMO    TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL  TO HX-NORM-ULTIMO.
           MOVE HX-NS-ULTIMO    TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL  TO HX-NORM-NS-ULTIMO.
           WRITE REG-HISTIX
               INVALID KEY
                   DISPLAY 'ERRO AO INDEXAR CODIGO ' WH-CD-USER
