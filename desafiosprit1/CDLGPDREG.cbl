      *         CDLGPD, que consome o pedido aberto mais antigo do
      *         registro e grava aqui a conclusao - a trilha de
      *         compliance passa a morar no sistema que executa.
      *         O pedido tem tipo: E eliminacao (padrao) ou A acesso e
      *         portabilidade, atendido pelo CDLGPDACE e com prazo de
      *         LGPD_PRAZO_ACESSO dias (padrao 15).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - Tipo do pedido (E eliminacao, A acesso e
      *                     portabilidade) com prazo proprio
      *                     LGPD_PRAZO_ACESSO; tipo na carteira e na
      *                     consulta.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - LGPD_PRAZO_DIAS e LGPD_PRAZO_ACESSO lidos
      *                     pelo CDPARAM (cadastro CADPARAM, variavel de
      *                     ambiente por cima).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDLGPDREG.
       77 WS-NUMERO                      PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-NUMERO                PIC 9(06) VALUE ZEROS.
       77 WS-PRAZO-DIAS                  PIC 9(03) VALUE 15.
       77 WS-PRAZO-ACESSO                PIC 9(03) VALUE 15.
       77 WS-PARM-TEXTO                  PIC X(03) VALUE SPACES.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-DIAS-RESTANTES              PIC S9(05).
       77 WS-SOLICITANTE                 PIC X(40) VALUE SPACES.
       77 WS-CPF-TEXTO                   PIC X(11) VALUE SPACES.
       77 WS-EMAIL                       PIC X(100) VALUE SPACES.
       77 WS-CODIGO-TEXTO                PIC X(08) VALUE SPACES.
       77 WS-TIPO                        PIC X(01) VALUE SPACE.

       77 WS-FAIXA                       PIC 9(01) VALUE ZEROS.
       77 WS-TOT-ABERTOS                 PIC 9(05) VALUE ZEROS.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           GOBACK.

       1000-INICIAR.
           MOVE 'LGPD_PRAZO_DIAS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                 TO WS-PRAZO-DIAS
           END-IF.
           MOVE SPACES TO WS-PARM-TEXTO.
           MOVE 'LGPD_PRAZO_ACESSO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                 TO WS-PRAZO-ACESSO
           END-IF.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.

           OPEN I-O LGPDREG.
           END-EVALUATE.

       2100-INCLUIR.
           DISPLAY 'TIPO <E> ELIMINACAO <A> ACESSO (VAZIO = E): '.
           MOVE SPACE TO WS-TIPO.
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-TIPO) TO WS-TIPO.
           IF WS-TIPO NOT = 'A'
               MOVE 'E' TO WS-TIPO
           END-IF.
           DISPLAY 'NOME DO SOLICITANTE: '.
           MOVE SPACES TO WS-SOLICITANTE.
           ACCEPT WS-SOLICITANTE.
                   MOVE ZEROS       TO LR-CD-USER
               END-IF
               MOVE 'A'             TO LR-STATUS
               MOVE WS-TIPO         TO LR-TIPO
               IF PEDIDO-ACESSO
                   COMPUTE LR-DT-LIMITE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL)
                            + WS-PRAZO-ACESSO)
               ELSE
                   COMPUTE LR-DT-LIMITE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL)
                            + WS-PRAZO-DIAS)
               END-IF
               MOVE ZEROS           TO LR-DT-CONCLUSAO
               WRITE REG-LGPDREG
                   INVALID KEY
           END-READ.

       2230-IMPRIME-PEDIDO.
           IF PEDIDO-ACESSO
               MOVE 'A' TO WS-TIPO
           ELSE
               MOVE 'E' TO WS-TIPO
           END-IF.
           DISPLAY LR-NUMERO ' ' WS-TIPO ' ' LR-DT-PEDIDO
               ' LIMITE ' LR-DT-LIMITE
               ' (' WS-DIAS-RESTANTES ' DIAS) '
               FUNCTION TRIM (LR-SOLICITANTE).

               NOT INVALID KEY
                   DISPLAY 'PEDIDO......: ' LR-NUMERO
                   DISPLAY 'DATA........: ' LR-DT-PEDIDO
                   IF PEDIDO-ACESSO
                       DISPLAY 'TIPO........: A ACESSO E PORTABILIDADE'
                   ELSE
                       DISPLAY 'TIPO........: E ELIMINACAO'
                   END-IF
                   DISPLAY 'SOLICITANTE.: ' LR-SOLICITANTE
                   DISPLAY 'CPF.........: ' LR-CPF
                   DISPLAY 'EMAIL.......: ' FUNCTION TRIM (LR-EMAIL)
                   DISPLAY 'CONCLUSAO...: ' LR-DT-CONCLUSAO
           END-READ.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDLGPDREG' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           CLOSE LGPDREG.

