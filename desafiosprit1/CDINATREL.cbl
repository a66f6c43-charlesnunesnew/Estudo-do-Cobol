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

       77 WS-LIMITE-DIAS                 PIC 9(05) VALUE 90.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-DT-REFERENCIA               PIC 9(08) VALUE ZEROS.


       01 WS-DV-TRABALHO.
           03 WS-DV-CODIGO               PIC 9(08).
           03 WS-DV-TAB REDEFINES WS-DV-CODIGO.
               05 WS-DV-DIG OCCURS 8 TIMES
                                         PIC 9(01).
       77 WS-DV-SOMA                     PIC 9(04) COMP.
       77 WS-DV-RESTO                    PIC 9(02) COMP.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           MOVE 'CADUSER_INATIVO_DIAS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           IF PR-VALOR NOT = SPACES AND
              FUNCTION TEST-NUMVAL (PR-VALOR) = 0
               MOVE FUNCTION NUMVAL (PR-VALOR) TO WS-LIMITE-DIAS
           END-IF.
           IF WS-LIMITE-DIAS = ZEROS THEN
               MOVE 90 TO WS-LIMITE-DIAS
           END-IF.

           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.

           PERFORM 1900-ABRE-EXTRATO.
           IF NOT USA-EXTRATO
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ENCONTRADO - STATUS ' WS-FS-CADUSER
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

       2000-CABECALHO.
           DISPLAY '============================================='.
           DISPLAY '   RELATORIO DE CONTAS INATIVAS - CADUSER'.
           DISPLAY '-----------------------------------------------'.

       3000-AVALIA-CONTAS.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               ADD 1 TO WS-TOT-LIDOS
               PERFORM 3100-AVALIA-INATIVIDADE
           END-IF.

       3100-AVALIA-INATIVIDADE.
           IF FD-DT-ACESSO IS NUMERIC AND FD-DT-ACESSO NOT = ZEROS
           END-IF.


      * mesmo modulo 11 com pesos 9 a 2 usado pelo CDCLIE
       3150-CALCULA-DV.
           MOVE 0 TO WS-DV-SOMA.
           PERFORM 3160-SOMA-PESO
               VARYING WS-IX-DV FROM 1 BY 1
               UNTIL WS-IX-DV > 8.
           COMPUTE WS-DV-RESTO =
               FUNCTION MOD (WS-DV-SOMA, 11).
           IF WS-DV-RESTO < 2

       3160-SOMA-PESO.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA +
               WS-DV-DIG (WS-IX-DV) * (10 - WS-IX-DV).

       4000-RODAPE.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONTAS INATIVAS : ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDINATREL' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9900-FECHA-CADUSER.
           IF USA-EXTRATO
               MOVE 'F' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
           ELSE
               CLOSE CADUSER
           END-IF.

       9999-FINALIZAR.
           IF WS-FS-CADUSER = 0 OR WS-FS-CADUSER = 10
               PERFORM 9900-FECHA-CADUSER
           END-IF.

       END PROGRAM CDINATREL.
