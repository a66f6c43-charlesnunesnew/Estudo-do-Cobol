      *         e qual regra mandou, para conferir a mudanca ANTES da
      *         noite rodar.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - CDDELEXP entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDFIMCTR entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - entrada condicionada ao direito do operador
      *                     ao programa na tabela CADDIREI (CDDIREIT);
      *                     sem logon o acesso continua pleno.
      *   15/10/2026 CAN - CDMAILRET entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDHRMOVIM entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDHRRECON entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDCAMPREL entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - CDESCCHK entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDPLTREL e CDPLTESC entre os passos
      *                     conhecidos da esteira embutida.
      *   15/10/2026 CAN - CDREVATR e CDREVCAR entre os passos
      *                     conhecidos da esteira embutida.
      *   15/10/2026 CAN - CDATRNOT entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDVAGAS entre os passos conhecidos da esteira
      *                     embutida.
      *   15/10/2026 CAN - CDPRONTO entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDNOTSUS entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDARQALU entre os passos conhecidos da
      *                     esteira embutida.
      *   15/10/2026 CAN - CDOCOCAR e CDOCOREL entre os passos
      *                     conhecidos da esteira embutida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCALMNT.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDCALMNT'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

      * o calendario inteiro em memoria: a manutencao regrava o
      * arquivo completo a cada mudanca
       01 WS-TAB-LINHAS.
           GOBACK.

       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           PERFORM 1100-CARREGA-CALENDARIO.
           PERFORM 1200-CARREGA-PASSOS.

      * so entra quem tem o direito ao programa na tabela CADDIREI;
      * rodando avulso, sem logon, o acesso continua pleno
       1010-CONFERE-DIREITO.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-DIR-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-DIR-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           MOVE ZEROS TO WS-DIR-OPERADOR.
           IF WS-DIR-OPER-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-DIR-OPER-TEXTO)
                 TO WS-DIR-OPERADOR
           END-IF.
           CALL 'CDDIREIT' USING WS-DIR-OPERADOR WS-DIR-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'PROGRAMA ' FUNCTION TRIM (WS-DIR-PROGRAMA)
                   ' NAO LIBERADO PARA O OPERADOR'
               MOVE 'F' TO WS-OPCAO
           END-IF.

       1100-CARREGA-CALENDARIO.
           MOVE 0 TO WS-QTD-LINHAS.
           MOVE 'N' TO WS-EOF-CAL.
           MOVE 'CDAUDMES'   TO WS-PASSO-CONHECIDO (19).
           MOVE 'CDJOBMES'   TO WS-PASSO-CONHECIDO (20).
           MOVE 'CDESTREL'   TO WS-PASSO-CONHECIDO (21).
           MOVE 'CDDELEXP'   TO WS-PASSO-CONHECIDO (22).
           MOVE 'CDFIMCTR'   TO WS-PASSO-CONHECIDO (23).
           MOVE 'CDMAILRET'  TO WS-PASSO-CONHECIDO (24).
           MOVE 'CDHRMOVIM'  TO WS-PASSO-CONHECIDO (25).
           MOVE 'CDHRRECON'  TO WS-PASSO-CONHECIDO (26).
           MOVE 'CDCAMPREL'  TO WS-PASSO-CONHECIDO (27).
           MOVE 'CDESCCHK'   TO WS-PASSO-CONHECIDO (28).
           MOVE 'CDPLTREL'   TO WS-PASSO-CONHECIDO (29).
           MOVE 'CDPLTESC'   TO WS-PASSO-CONHECIDO (30).
           MOVE 'CDREVATR'   TO WS-PASSO-CONHECIDO (31).
           MOVE 'CDREVCAR'   TO WS-PASSO-CONHECIDO (32).
           MOVE 'CDATRNOT'   TO WS-PASSO-CONHECIDO (33).
           MOVE 'CDVAGAS'    TO WS-PASSO-CONHECIDO (34).
           MOVE 'CDPRONTO'   TO WS-PASSO-CONHECIDO (35).
           MOVE 'CDNOTSUS'   TO WS-PASSO-CONHECIDO (36).
           MOVE 'CDARQALU'   TO WS-PASSO-CONHECIDO (37).
           MOVE 'CDOCOCAR'   TO WS-PASSO-CONHECIDO (38).
           MOVE 'CDOCOREL'   TO WS-PASSO-CONHECIDO (39).
           MOVE 39 TO WS-QTD-PASSOS.

       2000-MENU.
           DISPLAY '============================================='.
