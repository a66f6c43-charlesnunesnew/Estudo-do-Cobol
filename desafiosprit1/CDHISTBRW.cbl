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
       77 WS-FS-HISTIX                   PIC 99.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-BUSCA-NOME                  PIC X(20) VALUE SPACES.
       77 WS-BUSCA-TAM                   PIC 9(02) VALUE ZEROS.
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-BUSCA-NORMAL                PIC X(100) VALUE SPACES.
       77 WS-BUSCA-EMAIL                 PIC X(100) VALUE SPACES.
       77 WS-BUSCA-CPF-TEXTO             PIC X(11) VALUE SPACES.
       77 WS-BUSCA-CPF                   PIC 9(11) VALUE ZEROS.
       77 WS-BUSCA-ESCOLHA               PIC 9(02) VALUE ZEROS.
       77 WS-BUSCA-LIMITE                PIC 9(02) VALUE 15.
       01 WS-TAB-BUSCA.
           03 WS-BUSCA-COD OCCURS 15 TIMES PIC 9(08).

       77 WS-CODIGO-TEXTO                PIC X(08) VALUE SPACES.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           DISPLAY '============================================='.
           DISPLAY '   PESQUISA NO ARQUIVO MORTO (CADHISTIX)'.
           DISPLAY '============================================='.
           DISPLAY '<N> POR PARTE DO ULTIMO NOME (CIVIL OU SOCIAL)'.
           DISPLAY '<E> POR EMAIL'.
           DISPLAY '<C> POR CPF'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'PARTE INICIAL DO ULTIMO NOME: '.
           MOVE SPACES TO WS-BUSCA-NOME.
           ACCEPT WS-BUSCA-NOME.
           MOVE WS-BUSCA-NOME TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-BUSCA-NORMAL.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BUSCA-NORMAL))
             TO WS-BUSCA-TAM.
           IF WS-BUSCA-TAM = ZEROS OR WS-BUSCA-NOME = SPACES
               DISPLAY 'INFORME AO MENOS UMA LETRA'
           ELSE
               MOVE 0 TO WS-BUSCA-QTD
               MOVE 'N' TO WS-EOF-IX
               MOVE WS-BUSCA-NORMAL TO HX-NORM-ULTIMO
               START CADHISTIX
                   KEY IS GREATER THAN OR EQUAL TO HX-NORM-ULTIMO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-IX
               END-START
               PERFORM 2110-LE-POR-NOME
                   UNTIL FIM-HISTIX
                      OR WS-BUSCA-QTD >= WS-BUSCA-LIMITE
               PERFORM 2120-PESQUISA-NOME-SOCIAL
               PERFORM 2500-ESCOLHE-RESULTADO
           END-IF.

               AT END
                   MOVE 'S' TO WS-EOF-IX
               NOT AT END
                   IF HX-NORM-ULTIMO (1:WS-BUSCA-TAM) =
                      WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                       PERFORM 2400-GUARDA-RESULTADO
                   ELSE
                       MOVE 'S' TO WS-EOF-IX
                   END-IF
           END-READ.

      * segunda passada pela chave do nome social; quem ja casou pelo
      * ultimo nome civil saiu na primeira e nao e listado de novo
       2120-PESQUISA-NOME-SOCIAL.
           IF WS-BUSCA-QTD < WS-BUSCA-LIMITE
               MOVE 'N' TO WS-EOF-IX
               MOVE WS-BUSCA-NORMAL TO HX-NORM-NS-ULTIMO
               START CADHISTIX
                   KEY IS GREATER THAN OR EQUAL TO HX-NORM-NS-ULTIMO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-IX
               END-START
               PERFORM 2130-LE-POR-NOME-SOCIAL
                   UNTIL FIM-HISTIX
                      OR WS-BUSCA-QTD >= WS-BUSCA-LIMITE
           END-IF.

       2130-LE-POR-NOME-SOCIAL.
           READ CADHISTIX NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-IX
               NOT AT END
                   IF HX-NORM-NS-ULTIMO (1:WS-BUSCA-TAM) =
                      WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                       IF HX-NORM-ULTIMO (1:WS-BUSCA-TAM) NOT =
                          WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                           PERFORM 2400-GUARDA-RESULTADO
                       END-IF
                   ELSE
                       MOVE 'S' TO WS-EOF-IX
                   END-IF
           END-READ.

       2200-PESQUISA-EMAIL.
           DISPLAY 'EMAIL ARQUIVADO: '.
           MOVE SPACES TO WS-BUSCA-EMAIL.
       2400-GUARDA-RESULTADO.
           ADD 1 TO WS-BUSCA-QTD.
           MOVE HX-CD-USER TO WS-BUSCA-COD (WS-BUSCA-QTD).
           IF HX-NM-SOCIAL = SPACES
               DISPLAY WS-BUSCA-QTD ' - ' HX-CD-USER ' '
                   HX-NM-ULTIMO ', ' HX-NM-PRIMEIRO ' '
                   FUNCTION TRIM (HX-EMAIL)
           ELSE
               DISPLAY WS-BUSCA-QTD ' - ' HX-CD-USER ' '
                   HX-NS-ULTIMO ', ' HX-NS-PRIMEIRO ' '
                   FUNCTION TRIM (HX-EMAIL)
           END-IF.

      * a restauracao em si e a de sempre: o codigo escolhido vai ao
      * CDRESTAUR pela variavel RESTAUR_CD_USER
