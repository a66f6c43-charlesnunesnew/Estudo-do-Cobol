           03 SR-CIDADE                  PIC X(20).
           03 SR-ULTIMO                  PIC X(20).
           03 SR-PRIMEIRO                PIC X(20).
           03 SR-CODIGO                  PIC 9(08).
           03 SR-RUA                     PIC X(30).
           03 SR-CEP                     PIC 9(08).
      * forma de pesquisa (CDNORNOM) da cidade e do nome: a ordem e a
      * quebra ignoram acento e maiusculas, a impressao usa o original
           03 SR-CIDADE-NORM             PIC X(20).
           03 SR-ULTIMO-NORM             PIC X(20).
           03 SR-PRIMEIRO-NORM           PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-TOT-CIDADE                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-GERAL                   PIC 9(06) VALUE ZEROS.
       77 WS-PRIMEIRA-QUEBRA             PIC X VALUE 'S'.
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL                 PIC X(100) VALUE SPACES.

       01 WS-DV-TRABALHO.
           03 WS-DV-CODIGO               PIC 9(08).
           03 WS-DV-TAB REDEFINES WS-DV-CODIGO.
               05 WS-DV-DIG OCCURS 8 TIMES
                                         PIC 9(01).
       77 WS-DV-SOMA                     PIC 9(04) COMP.
       77 WS-DV-RESTO                    PIC 9(02) COMP.
           PERFORM 1000-INICIAR.
           SORT ARQ-SORT
               ON ASCENDING KEY SR-UF
               ON ASCENDING KEY SR-CIDADE-NORM
               ON ASCENDING KEY SR-ULTIMO-NORM
               ON ASCENDING KEY SR-PRIMEIRO-NORM
               INPUT PROCEDURE IS 2000-SELECIONA
               OUTPUT PROCEDURE IS 3000-IMPRIME.
           PERFORM 9999-FINALIZAR.
                   MOVE FD-CD-USER     TO SR-CODIGO
                   MOVE FD-RUA         TO SR-RUA
                   MOVE FD-CEP         TO SR-CEP
                   PERFORM 2110-NORMALIZA-CHAVES
                   RELEASE REG-SORT
           END-READ.

       2110-NORMALIZA-CHAVES.
           MOVE FD-CIDADE      TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL TO SR-CIDADE-NORM.
           MOVE FD-NM-ULTIMO   TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL TO SR-ULTIMO-NORM.
           MOVE FD-NM-PRIMEIRO TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL TO SR-PRIMEIRO-NORM.

       2900-SELECIONA-EXIT.
           EXIT.

                   DISPLAY '===== UF: ' SR-UF ' ====='
               END-IF
           END-IF.
           IF SR-CIDADE-NORM NOT = WS-CIDADE-ATUAL
               IF WS-TOT-CIDADE > 0
                   PERFORM 3500-SUBTOTAL-CIDADE
               END-IF
               MOVE SR-CIDADE-NORM TO WS-CIDADE-ATUAL
               DISPLAY '--- CIDADE: ' FUNCTION TRIM (SR-CIDADE) ' ---'
           END-IF.

               FUNCTION TRIM (SR-RUA) ' CEP ' SR-CEP.


      * mesmo modulo 11 com pesos 9 a 2 usado pelo CDCLIE
       3350-CALCULA-DV.
           MOVE 0 TO WS-DV-SOMA.
           PERFORM 3360-SOMA-PESO
               VARYING WS-IX-DV FROM 1 BY 1
               UNTIL WS-IX-DV > 8.
           COMPUTE WS-DV-RESTO =
               FUNCTION MOD (WS-DV-SOMA, 11).
           IF WS-DV-RESTO < 2

       3360-SOMA-PESO.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA +
               WS-DV-DIG (WS-IX-DV) * (10 - WS-IX-DV).

       3400-FECHA-QUEBRAS.
           IF WS-TOT-CIDADE > 0
