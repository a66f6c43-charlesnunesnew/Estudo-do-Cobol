      *                     tendencia CDTENDREL imprime as ultimas
      *                     doze fotografias com as variacoes e mostra
      *                     qual dominio ou DDD esta encolhendo.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - no lote, le o extrato da rodada do CDEXTUSR
      *                     pelo CDEXTLE em vez do CADUSER; sem extrato
      *                     publicado le o CADUSER como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDESTREL.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD ESTHIST.
       01 REG-ESTHIST                     PIC X(60).
       77 WS-FS-CADDOM                   PIC 99.
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
       77 WS-EOF-DOM                     PIC X VALUE 'N'.
        88 FIM-DOM                       VALUE 'S'.

           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           INITIALIZE WS-TAB-DDD.

           PERFORM 1900-ABRE-EXTRATO.
           IF NOT USA-EXTRATO
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER = 35
               DISPLAY 'CADUSER NAO ENCONTRADO - SEM ESTATISTICAS'
               MOVE 'S' TO WS-EOF-USER
                   END-IF
           END-READ.

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

       2000-ACUMULA.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               ADD 1 TO WS-TOT-USUARIOS
               PERFORM 2100-CONTA-DOMINIO
               PERFORM 2200-CONTA-DDD
               PERFORM 2300-CONTA-BLOQUEIO
               PERFORM 2400-CONTA-SENHA-VENCIDA
               PERFORM 2500-CONTA-DEPTO
           END-IF.

      * registro legado ainda sem departamento soma na linha propria
       2500-CONTA-DEPTO.
               WRITE REG-ESTHIST FROM WS-LINHA-FOTO-DDD
           END-IF.

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

       END PROGRAM CDESTREL.
