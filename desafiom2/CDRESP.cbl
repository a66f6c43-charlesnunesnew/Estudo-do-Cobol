      *         lista. As cartas de notificacao saem pelo
      *         CDNOTIFRESP.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - entrada condicionada ao direito do operador
      *                     ao programa na tabela CADDIREI (CDDIREIT);
      *                     sem logon o acesso continua pleno.
      *   15/10/2026 CAN - telefone com prefixo de 5 digitos (nono
      *                     digito do celular) e tipo C/F; tipo em
      *                     branco e deduzido do prefixo.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - opcoes que gravam conferem o online no
      *                     CDONLINE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRESP.
       77 WS-EOF-RESP                    PIC X VALUE 'N'.
        88 FIM-CADRESP                   VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDRESP'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-CD-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-SEQ                         PIC 9(01) VALUE ZEROS.
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.

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
           GOBACK.

       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           OPEN I-O CADRESP.
           IF WS-FS-CADRESP = 35
               OPEN OUTPUT CADRESP
           END-IF.
           OPEN INPUT CADALUNO.

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
           DISPLAY '   CADASTRO DE RESPONSAVEIS (CADRESP)'.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'C'
                   PERFORM 2200-CONSULTAR
               WHEN 'D'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2300-REMOVER
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

      * o aluno precisa existir no CADALUNO; a sequencia distingue
      * mae, pai, avo etc do mesmo aluno
       2100-INCLUIR.
                   ACCEPT RS-PHONE-PAIS
                   DISPLAY 'FONE DDD (2 DIGITOS): '
                   ACCEPT RS-PHONE-DDD
                   DISPLAY 'FONE PREFIXO (5 DIGITOS, FIXO COM 0 A '
                       'ESQUERDA): '
                   ACCEPT RS-PHONE-PREFIXO
                   DISPLAY 'FONE SUFIXO (4 DIGITOS): '
                   ACCEPT RS-PHONE-SUFIXO
                   DISPLAY 'TIPO (C CELULAR / F FIXO): '
                   ACCEPT RS-PHONE-TIPO
                   IF NOT RS-FONE-CELULAR AND NOT RS-FONE-FIXO
                       IF RS-PHONE-PREFIXO > 9999
                           MOVE 'C' TO RS-PHONE-TIPO
                       ELSE
                           MOVE 'F' TO RS-PHONE-TIPO
                       END-IF
                   END-IF
                   DISPLAY 'RUA: '
                   ACCEPT RS-RUA
                   DISPLAY 'BAIRRO: '
                           FUNCTION TRIM (RS-PARENTESCO) ') +'
                           RS-PHONE-PAIS ' (' RS-PHONE-DDD ') '
                           RS-PHONE-PREFIXO '-' RS-PHONE-SUFIXO
                           ' ' RS-PHONE-TIPO
                   ELSE
                       MOVE 'S' TO WS-EOF-RESP
                   END-IF
