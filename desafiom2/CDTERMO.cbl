      *         qualquer gravacao nele (NOT0009) e termo fora do
      *         cadastro e recusado (NOT0008).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - entrada condicionada ao direito do operador
      *                     ao programa na tabela CADDIREI (CDDIREIT);
      *                     sem logon o acesso continua pleno.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - opcoes que gravam conferem o online no
      *                     CDONLINE
      *   15/10/2026 CAN - opcao <E> confere antes as pendencias do
      *                     termo pelo CDPRONTO; com pendencia so o
      *                     administrador encerra, forcando com
      *                     justificativa, e todo encerramento fica no
      *                     TERMOLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDTERMO.
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

           SELECT TERMOLOG ASSIGN TO
           "TERMOLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TERMOLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CADTERMO.
           COPY REGTERMO.

       FD TERMOLOG.
           COPY REGTRMLG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-TERMOLOG                 PIC 99.
       77 WS-EOF-TERMO                   PIC X VALUE 'N'.
        88 FIM-CADTERMO                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDTERMO'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-CODIGO                      PIC X(06) VALUE SPACES.
       77 WS-DESCRICAO                   PIC X(30) VALUE SPACES.
       77 WS-DATA-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-TOT-LISTADOS                PIC 9(03) VALUE ZEROS.

      * conferencia de pendencias do encerramento (CDPRONTO)
       77 WS-PRONTO-RC                   PIC 9(02) VALUE ZEROS.
       77 WS-PENDENCIAS-TEXTO            PIC X(06) VALUE SPACES.
       77 WS-PENDENCIAS                  PIC 9(06) VALUE ZEROS.
       77 WS-FORCADO                     PIC X(01) VALUE 'N'.
       77 WS-JUSTIFICATIVA               PIC X(60) VALUE SPACES.

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
           OPEN I-O CADTERMO.
           IF WS-FS-CADTERMO = 35
               OPEN OUTPUT CADTERMO
               OPEN I-O CADTERMO
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
           DISPLAY '   CADASTRO DE TERMOS LETIVOS (CADTERMO)'.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'C'
                   PERFORM 2200-CONSULTAR
               WHEN 'E'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2300-ENCERRAR
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
           DISPLAY 'CODIGO DO TERMO (EX: 2026.1): '.
           MOVE SPACES TO WS-CODIGO.
           END-READ.

      * fechado e fechado: depois do encerramento nenhum lote ou
      * tela regrava nota do termo; antes, o CDPRONTO confere as
      * pendencias e, com pendencia, so o administrador encerra,
      * forcando com justificativa; confirmacao obrigatoria
       2300-ENCERRAR.
           DISPLAY 'CODIGO DO TERMO A ENCERRAR: '.
           ACCEPT WS-CODIGO.
                   IF TERMO-FECHADO
                       DISPLAY 'TERMO JA ESTA ENCERRADO'
                   ELSE
                       PERFORM 2310-CONFERE-PENDENCIAS
                       IF WS-PRONTO-RC = 0 AND WS-PENDENCIAS = ZEROS
                           PERFORM 2320-CONFIRMA-ENCERRAMENTO
                       ELSE
                           PERFORM 2330-ENCERRAMENTO-FORCADO
                       END-IF
                       MOVE SPACE TO WS-OPCAO
                   END-IF
           END-READ.

      * o CDPRONTO le o termo de FECHAMENTO_TERMO, grava o relatorio
      * de pendencias no RELCATAL e devolve a quantidade em
      * FECHAMENTO_PENDENCIAS
       2310-CONFERE-PENDENCIAS.
           DISPLAY 'CONFERINDO AS PENDENCIAS DO TERMO ' TM-CODIGO.
           DISPLAY 'FECHAMENTO_TERMO' UPON ENVIRONMENT-NAME.
           DISPLAY TM-CODIGO UPON ENVIRONMENT-VALUE.
           DISPLAY 'FECHAMENTO_PENDENCIAS' UPON ENVIRONMENT-NAME.
           DISPLAY ' ' UPON ENVIRONMENT-VALUE.
           MOVE 0 TO RETURN-CODE.
           CALL 'CDPRONTO'
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-PRONTO-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL 'CDPRONTO'.
           MOVE SPACES TO WS-PENDENCIAS-TEXTO.
           ACCEPT WS-PENDENCIAS-TEXTO
               FROM ENVIRONMENT "FECHAMENTO_PENDENCIAS".
           MOVE ZEROS TO WS-PENDENCIAS.
           IF WS-PENDENCIAS-TEXTO IS NUMERIC
               MOVE WS-PENDENCIAS-TEXTO TO WS-PENDENCIAS
           ELSE
               IF WS-PRONTO-RC = 0
                   MOVE 12 TO WS-PRONTO-RC
               END-IF
           END-IF.
           DISPLAY 'FECHAMENTO_TERMO' UPON ENVIRONMENT-NAME.
           DISPLAY ' ' UPON ENVIRONMENT-VALUE.

       2320-CONFIRMA-ENCERRAMENTO.
           DISPLAY 'TERMO SEM PENDENCIAS'.
           DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)? '.
           MOVE 'N' TO WS-OPCAO.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = 'S'
               MOVE 'N' TO WS-FORCADO
               MOVE SPACES TO WS-JUSTIFICATIVA
               PERFORM 2340-GRAVA-ENCERRAMENTO
           END-IF.

      * sem logon o perfil vem em branco e vale como administrador,
      * como no CDCONSDEC
       2330-ENCERRAMENTO-FORCADO.
           IF WS-PRONTO-RC NOT = 0
               DISPLAY 'CONFERENCIA DE PENDENCIAS NAO REALIZADA - '
                   'CODIGO ' WS-PRONTO-RC
           ELSE
               DISPLAY 'TERMO COM ' WS-PENDENCIAS ' PENDENCIA(S) - '
                   'VER O RELATORIO PRONTO NO RELCATAL'
           END-IF.
           IF WS-DIR-PERFIL NOT = 'A' AND WS-DIR-PERFIL NOT = SPACE
               DISPLAY 'ENCERRAMENTO RECUSADO - SO O ADMINISTRADOR '
                   'ENCERRA TERMO COM PENDENCIA'
           ELSE
               DISPLAY 'FORCAR O ENCERRAMENTO COM PENDENCIAS (S/N)? '
               MOVE 'N' TO WS-OPCAO
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT = 'S'
                   DISPLAY 'TERMO NAO ENCERRADO'
               ELSE
                   DISPLAY 'JUSTIFICATIVA (OBRIGATORIA): '
                   MOVE SPACES TO WS-JUSTIFICATIVA
                   ACCEPT WS-JUSTIFICATIVA
                   IF WS-JUSTIFICATIVA = SPACES
                       DISPLAY 'SEM JUSTIFICATIVA - TERMO NAO '
                           'ENCERRADO'
                   ELSE
                       MOVE 'S' TO WS-FORCADO
                       PERFORM 2340-GRAVA-ENCERRAMENTO
                   END-IF
               END-IF
           END-IF.

      * o registro e relido: a conferencia rodou entre a leitura e a
      * regravacao
       2340-GRAVA-ENCERRAMENTO.
           MOVE WS-CODIGO TO TM-CODIGO.
           READ CADTERMO
               INVALID KEY
                   DISPLAY 'ERRO AO ENCERRAR O TERMO'
               NOT INVALID KEY
                   MOVE 'F' TO TM-STATUS
                   ACCEPT TM-DT-FIM FROM DATE YYYYMMDD
                   REWRITE REG-TERMO
                       INVALID KEY
                           DISPLAY 'ERRO AO ENCERRAR O TERMO'
                       NOT INVALID KEY
                           PERFORM 2350-REGISTRA-ENCERRAMENTO
                           DISPLAY 'TERMO ENCERRADO - '
                               'GRAVACOES BLOQUEADAS'
                   END-REWRITE
           END-READ.

      * todo encerramento fica no TERMOLOG; o forcado leva a
      * justificativa e as pendencias que estavam em aberto
       2350-REGISTRA-ENCERRAMENTO.
           OPEN EXTEND TERMOLOG.
           IF WS-FS-TERMOLOG = 35
               OPEN OUTPUT TERMOLOG
               CLOSE TERMOLOG
               OPEN EXTEND TERMOLOG
           END-IF.
           IF WS-FS-TERMOLOG = 0
               ACCEPT TL-DATA FROM DATE YYYYMMDD
               ACCEPT TL-HORA FROM TIME
               MOVE WS-DIR-OPERADOR  TO TL-OPERADOR
               MOVE WS-DIR-PERFIL    TO TL-PERFIL
               MOVE TM-CODIGO        TO TL-TERMO
               MOVE WS-PENDENCIAS    TO TL-PENDENCIAS
               MOVE WS-FORCADO       TO TL-FORCADO
               MOVE WS-JUSTIFICATIVA TO TL-JUSTIFICATIVA
               WRITE REG-TERMO-LOG
               CLOSE TERMOLOG
           ELSE
               DISPLAY 'TERMOLOG NAO ABRIU - STATUS ' WS-FS-TERMOLOG
           END-IF.

       2400-LISTAR.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-TERMO.
