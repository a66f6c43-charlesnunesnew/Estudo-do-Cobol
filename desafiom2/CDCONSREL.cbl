
           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
               DISPLAY 'TERMO DA PAUTA (EX: 2026.1): '
               ACCEPT WS-TERMO-FILTRO
           END-IF.
           MOVE 'CONS_BANDA_DECIMOS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                 TO WS-BANDA-DECIMOS
           END-IF.
           MOVE SPACES TO WS-PARM-TEXTO.
           MOVE 'CONS_MAX_REPROV' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
               MOVE 'S' TO WS-EOF-NOTAS
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDCONSREL' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       2000-SELECIONA SECTION.
           PERFORM 2100-LIBERA-CASO UNTIL FIM-NOTAS.
           GO TO 2900-SELECIONA-EXIT.
