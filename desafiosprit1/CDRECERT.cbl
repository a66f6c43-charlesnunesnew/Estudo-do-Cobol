       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD RECERTSAI.
       01 REG-RECERT                      PIC X(200).
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

       77 WS-GESTOR                      PIC 9(08) VALUE ZEROS.

      * a linha e montada aqui porque VALUE de FILLER nao vale em
      * registro de FD; marque a coluna final com S para confirmar
       01 WS-LINHA-RECERT.
           03 RC-GESTOR                  PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RC-DEPTO                   PIC X(04).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RC-CD-USER                 PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RC-NOME                    PIC X(50).
           03 FILLER                     PIC X(01) VALUE ';'.
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           PERFORM 1900-ABRE-EXTRATO.
           IF NOT USA-EXTRATO
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER = 35
               DISPLAY 'CADUSER NAO ENCONTRADO - NADA A EXTRAIR'
               MOVE 'S' TO WS-EOF-USER
               OPEN OUTPUT RECERTSAI
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

       2000-EXTRAI.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               ADD 1 TO WS-TOT-LIDOS
               IF PERFIL-ADMIN OR PERFIL-OPERADOR
                   PERFORM 2100-GRAVA-LINHA
               END-IF
           END-IF.

       2100-GRAVA-LINHA.
           PERFORM 2200-PROCURA-GESTOR.
           DISPLAY 'RESPOSTAS VOLTAM PELO CDRECARGA (RECERTRSP)'.
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
               IF WS-FS-CADDEPT = 0
                   CLOSE CADDEPT
               END-IF
