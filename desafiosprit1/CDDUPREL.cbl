       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.

      * extrato noturno do CADUSER (CDEXTUSR) lido pelo CDEXTLE; sem
      * extrato publicado na rodada o CADUSER e lido direto
       77 WS-EXT-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-EXT-ORDEM                   PIC X(01) VALUE 'C'.
       77 WS-EXT-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-EXT-RC                      PIC S9(04) COMP VALUE ZEROS.
       77 WS-USA-EXTRATO                 PIC X(01) VALUE 'N'.
        88 USA-EXTRATO                   VALUE 'S'.

       01 WS-TAB-PESSOAS.
           03 WS-QTD-PESSOAS             PIC 9(03) VALUE ZEROS.
           03 WS-PESSOA OCCURS 500 TIMES.
               05 WS-PE-CODIGO           PIC 9(08).
               05 WS-PE-PRIMEIRO         PIC X(20).
               05 WS-PE-ULTIMO           PIC X(20).
               05 WS-PE-PRIMEIRO-NORM    PIC X(20).
               05 WS-PE-ULTIMO-NORM      PIC X(20).
               05 WS-PE-EMAIL-LOCAL      PIC X(30).
               05 WS-PE-DDD-PREFIXO      PIC X(07).
       77 WS-TABELA-CHEIA                PIC X VALUE 'N'.
      * forma de pesquisa do nome (CDNORNOM): 'Jose' e 'JOSE' com ou
      * sem acento pontuam como o mesmo nome
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL                 PIC X(100) VALUE SPACES.

       77 WS-IX-A                        PIC 9(03) VALUE ZEROS.
       77 WS-IX-B                        PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SUSPEITOS               PIC 9(06) VALUE ZEROS.

       01 WS-DV-TRABALHO.
           03 WS-DV-CODIGO               PIC 9(08).
           03 WS-DV-TAB REDEFINES WS-DV-CODIGO.
               05 WS-DV-DIG OCCURS 8 TIMES
                                         PIC 9(01).
       77 WS-DV-SOMA                     PIC 9(04) COMP.
       77 WS-DV-RESTO                    PIC 9(02) COMP.
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           PERFORM 1900-ABRE-EXTRATO.
           IF NOT USA-EXTRATO
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER = 35
               DISPLAY 'CADUSER NAO ENCONTRADO - NADA A COMPARAR'
               MOVE 'S' TO WS-EOF-USER
           END-IF.

      * o extrato da rodada, publicado e conferido, substitui a
      * leitura do CADUSER
       1900-ABRE-EXTRATO.
           MOVE 'A' TO WS-EXT-FUNCAO.
           PERFORM 1920-CHAMA-EXTRATO.
           IF WS-EXT-RETORNO = 'S'
               MOVE 'S' TO WS-USA-EXTRATO
               MOVE ZEROS TO WS-FS-CADUSER
           END-IF.

       1910-LE-USUARIO.
           IF USA-EXTRATO
               MOVE 'L' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
               IF WS-EXT-RETORNO NOT = 'S'
                   MOVE 'S' TO WS-EOF-USER
               END-IF
           ELSE
               READ CADUSER NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-USER
               END-READ
           END-IF.

      * o CALL zeraria o RETURN-CODE ja montado pelo passo
       1920-CHAMA-EXTRATO.
           MOVE RETURN-CODE TO WS-EXT-RC.
           CALL 'CDEXTLE' USING WS-EXT-FUNCAO WS-EXT-ORDEM
               WS-EXT-RETORNO REG-USER.
           MOVE WS-EXT-RC TO RETURN-CODE.

       2000-CARREGA-PESSOAS.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               ADD 1 TO WS-TOT-LIDOS
               IF WS-QTD-PESSOAS < 500
                   PERFORM 2100-GUARDA-PESSOA
               ELSE
                   MOVE 'S' TO WS-TABELA-CHEIA
                   MOVE 'S' TO WS-EOF-USER
               END-IF
           END-IF.

       2100-GUARDA-PESSOA.
           ADD 1 TO WS-QTD-PESSOAS.
           MOVE FD-CD-USER      TO WS-PE-CODIGO (WS-QTD-PESSOAS).
           MOVE FD-NM-PRIMEIRO  TO WS-PE-PRIMEIRO (WS-QTD-PESSOAS).
           MOVE FD-NM-ULTIMO    TO WS-PE-ULTIMO (WS-QTD-PESSOAS).
           MOVE FD-NM-PRIMEIRO  TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL
             TO WS-PE-PRIMEIRO-NORM (WS-QTD-PESSOAS).
           MOVE FD-NM-ULTIMO    TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL
             TO WS-PE-ULTIMO-NORM (WS-QTD-PESSOAS).
           MOVE SPACES TO WS-EMAIL-PARTES.
           UNSTRING FD-EMAIL
               DELIMITED BY '@'
                    WS-EMAIL-DOMINIO
           END-UNSTRING.
           MOVE WS-EMAIL-LOCAL  TO WS-PE-EMAIL-LOCAL (WS-QTD-PESSOAS).
           MOVE FD-PHONE (3:7)  TO WS-PE-DDD-PREFIXO (WS-QTD-PESSOAS).

       3000-CABECALHO.
           DISPLAY '============================================='.
       4300-PONTUA-PAR.
           IF WS-IX-B > WS-IX-A
               MOVE 0 TO WS-PONTOS
               IF WS-PE-ULTIMO-NORM (WS-IX-A) =
                  WS-PE-ULTIMO-NORM (WS-IX-B)
                  AND WS-PE-ULTIMO-NORM (WS-IX-A) NOT = SPACES
                   ADD 20 TO WS-PONTOS
                   IF WS-PE-PRIMEIRO-NORM (WS-IX-A) =
                      WS-PE-PRIMEIRO-NORM (WS-IX-B)
                      AND WS-PE-PRIMEIRO-NORM (WS-IX-A) NOT = SPACES
                       ADD 30 TO WS-PONTOS
                   END-IF
               END-IF
               END-IF
               IF WS-PE-DDD-PREFIXO (WS-IX-A) =
                  WS-PE-DDD-PREFIXO (WS-IX-B)
                  AND WS-PE-DDD-PREFIXO (WS-IX-A) NOT = '0000000'
                   ADD 10 TO WS-PONTOS
               END-IF
               IF WS-PONTOS >= WS-FAIXA-MIN AND
           END-IF.


      * mesmo modulo 11 com pesos 9 a 2 usado pelo CDCLIE
       4400-CALCULA-DV.
           MOVE 0 TO WS-DV-SOMA.
           PERFORM 4410-SOMA-PESO
               VARYING WS-IX-DV FROM 1 BY 1
               UNTIL WS-IX-DV > 8.
           COMPUTE WS-DV-RESTO =
               FUNCTION MOD (WS-DV-SOMA, 11).
           IF WS-DV-RESTO < 2

       4410-SOMA-PESO.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA +
               WS-DV-DIG (WS-IX-DV) * (10 - WS-IX-DV).

       5000-RODAPE.
           DISPLAY ' '.
           DISPLAY 'PARES SUSPEITOS....: ' WS-MSK-QTD.
           DISPLAY '============================================='.

       9900-FECHA-CADUSER.
           IF USA-EXTRATO
               MOVE 'F' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
           ELSE
               CLOSE CADUSER
           END-IF.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               PERFORM 9900-FECHA-CADUSER
           END-IF.

       END PROGRAM CDDUPREL.
