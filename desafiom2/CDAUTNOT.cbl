      *         nao passam por ela) e o CDMATREL sabe filtrar o
      *         recorte de cada professor por ela.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - a trava fixa de administrador deu lugar ao
      *                     direito ao programa na tabela CADDIREI
      *                     (CDDIREIT); o padrao segue so para
      *                     administrador e, sem logon, o acesso
      *                     continua pleno.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - opcoes que gravam conferem o online no
      *                     CDONLINE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAUTNOT.
       77 WS-EOF-AUT                     PIC X VALUE 'N'.
        88 FIM-CADAUTNT                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDAUTNOT'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-OPERADOR                    PIC 9(08) VALUE ZEROS.
       77 WS-MATERIA                     PIC X(06) VALUE SPACES.
       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-TOT-LISTADAS                PIC 9(04) VALUE ZEROS.

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 9999-FINALIZAR.
           GOBACK.

      * manutencao de autorizacao segue a tabela de direitos: pelo
      * padrao so o administrador entra, como antes
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.

           OPEN I-O CADAUTNT.
           IF WS-FS-CADAUTNT = 35
               OPEN I-O CADAUTNT
           END-IF.

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

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   AUTORIZACAO DE NOTAS (CADAUTNT)'.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'D'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-REMOVER
                   END-IF
               WHEN 'L'
                   PERFORM 2300-LISTAR
               WHEN 'F'
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * opcao que grava so roda com o online aberto; na recusa a
      * faixa e a caixa do FORMERRO saem pelo CDONLINE
       2050-CONFERE-ONLINE.
           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

       2100-INCLUIR.
           PERFORM 2900-PEDE-CHAVE.
           IF WS-OPERADOR = ZEROS OR WS-MATERIA = SPACES OR
