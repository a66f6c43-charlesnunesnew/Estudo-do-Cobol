      *                     alteracao, com a mensagem amigavel de
      *                     registro em uso (NOT0010) via FORMERRO,
      *                     acompanhando CDALUNO e BOLETIM.
      *   15/10/2026 CAN - entrada condicionada ao direito do operador
      *                     ao programa na tabela CADDIREI (CDDIREIT);
      *                     sem logon o acesso continua pleno.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - opcoes que gravam conferem o online no
      *                     CDONLINE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMATER.
       77 WS-EOF-MAT                     PIC X VALUE 'N'.
        88 FIM-CADMAT                    VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDMATER'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-CODIGO                      PIC X(06) VALUE SPACES.
       77 WS-DESCRICAO                   PIC X(30) VALUE SPACES.
       77 WS-TOT-LISTADAS                PIC 9(03) VALUE ZEROS.
       77 WRK-ERRO-L2                    PIC X(50).
       77 WRK-ERRO-L3                    PIC X(50).

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

       0001-PRINCIPAL SECTION.
      * sem o arquivo o catalogo nasce com as materias basicas, como
      * o CADDOM nasce com os dominios autorizados
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           OPEN I-O CADMAT.
           IF WS-FS-CADMAT = 35
               OPEN OUTPUT CADMAT
               OPEN I-O CADMAT
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
           DISPLAY '   CATALOGO DE MATERIAS (CADMAT)'.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'C'
                   PERFORM 2200-CONSULTAR
               WHEN 'A'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2300-ALTERAR
                   END-IF
               WHEN 'L'
                   PERFORM 2400-LISTAR
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
           DISPLAY 'CODIGO DA MATERIA (ATE 6 LETRAS): '.
           ACCEPT WS-CODIGO.
