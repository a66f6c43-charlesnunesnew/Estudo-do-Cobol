      *                     (PD-SITUACAO 'A') fica fora da escalacao e
      *                     da expiracao: ela nao esta esquecida, esta
      *                     esperando a data para o CDPENDAPL aplicar.
      *   15/10/2026 CAN - AU-DELEGANTE gravado em branco no CADAUD:
      *                     rotina sem operador agindo por delegacao.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - PEND_ESCALA_DIAS e PEND_EXPIRA_DIAS lidos
      *                     pelo CDPARAM (cadastro CADPARAM, variavel de
      *                     ambiente por cima).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPENDAGE.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           GOBACK.

       1000-INICIAR.
           MOVE 'PEND_ESCALA_DIAS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                 TO WS-DIAS-ESCALA
           END-IF.
           MOVE SPACES TO WS-PARM-TEXTO.
           MOVE 'PEND_EXPIRA_DIAS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
           MOVE PD-NOV-NM   TO AU-NM.
           MOVE PD-NOV-EMAIL TO AU-EMAIL.
           MOVE PD-OPERADOR TO AU-OPERADOR.
           MOVE SPACES TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       3000-RODAPE.
           DISPLAY 'EXPIRADAS E REMOVIDAS: ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDPENDAGE' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-CADPEND = 0 OR WS-FS-CADPEND = 10
               CLOSE CADPEND
