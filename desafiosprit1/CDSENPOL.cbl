       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-POLITICA                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDSENPOL'.
       77 WS-EOF-POLITICA                PIC X VALUE 'N'.
        88 FIM-POLITICA                  VALUE 'S'.
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

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE               PIC X(20).
           03 WS-PAR-VALOR               PIC X(40).
                   DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
                   MOVE 'S' TO WS-EOF-USER
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1900-ABRE-EXTRATO
               END-IF
           END-IF.

                   END-IF
           END-READ.

      * o extrato da rodada, publicado e conferido, substitui a
      * varredura do CADUSER; a gravacao continua no indexado
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

      * senha anterior a vigencia da politica vira troca obrigatoria;
      * quem ja tinha a pendencia nao e mexido, so contado
       2000-VARRE-CADUSER.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               ADD 1 TO WS-TOT-LIDOS
               IF USA-EXTRATO AND FD-DT-SENHA NOT = ZEROS AND
                  FD-DT-SENHA < WS-VIGENCIA
                   PERFORM 2100-RELE-CADUSER
               END-IF
               IF FD-DT-SENHA NOT = ZEROS AND
                  FD-DT-SENHA < WS-VIGENCIA
                   IF TROCA-OBRIGATORIA
                       ADD 1 TO WS-TOT-JA-PENDENTES
                   ELSE
                       MOVE 'S' TO FD-TROCA-OBRIG
                       REWRITE REG-USER
                           INVALID KEY
                               DISPLAY 'ERRO AO MARCAR '
                                   FD-CD-USER ' - STATUS '
                                   WS-FS-CADUSER
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-MARCADOS
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 2900-GRAVA-JORNAL
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      * o extrato so aponta a candidata: a marca vai sobre o registro
      * vivo, relido pela chave e conferido de novo; conta excluida
      * depois do extrato fica de fora
       2100-RELE-CADUSER.
           READ CADUSER
               INVALID KEY
                   MOVE ZEROS TO FD-DT-SENHA
           END-READ.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2900-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       3000-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'SENHAS ANTERIORES A POLITICA - CONCLUIDO'.
           DISPLAY 'JA ESTAVAM PENDENTES.: ' WS-MSK-QTD.
           DISPLAY '============================================='.

       9900-FECHA-CADUSER.
           IF USA-EXTRATO
               MOVE 'F' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
           END-IF.
           CLOSE CADUSER.

       9999-FINALIZAR.
           IF WS-VIGENCIA NOT = ZEROS AND WS-FS-CADUSER NOT = 35
               PERFORM 9900-FECHA-CADUSER
           END-IF.

       END PROGRAM CDSENPOL.
