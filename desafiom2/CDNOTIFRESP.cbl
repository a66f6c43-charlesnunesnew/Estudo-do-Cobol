       77 WS-PARM-TEXTO                  PIC X(03) VALUE SPACES.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-NOME-CARTAS                 PIC X(20) VALUE SPACES.
       77 WS-NOME-ALUNO                  PIC X(30) VALUE SPACES.

      * emissoes ja feitas por aluno+termo+materia, para a carta
      * seguinte sair numerada e citando a anterior

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.

       1000-INICIAR.
           ACCEPT WS-TERMO-FILTRO FROM ENVIRONMENT "BOLETIM_TERMO".
           MOVE 'NOTIF_FREQ_MIN' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
           END-READ.

       3000-NOTIFICA-RESPONSAVEIS.
           PERFORM 3050-NOME-DO-ALUNO.
           PERFORM 3100-NUMERA-AVISO.
           MOVE 'N' TO WS-CARTA-EMITIDA.
           IF WS-FS-CADRESP = 0
                   'CADASTRADO - CARTA NAO EMITIDA'
           END-IF.

      * a carta trata o aluno pelo nome social do CADALUNO quando
      * houver; sem cadastro vale o nome lancado no boletim
       3050-NOME-DO-ALUNO.
           MOVE BN-NOME TO WS-NOME-ALUNO.
           IF WS-FS-CADALUNO = 0
               MOVE BN-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WS-NOME-ALUNO
                       ELSE
                           MOVE AL-NOME TO WS-NOME-ALUNO
                       END-IF
               END-READ
           END-IF.

       3100-NUMERA-AVISO.
           MOVE 0 TO WS-EM-ACHADA.
           PERFORM 3110-PROCURA-AVISO
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'ALUNO ' BN-CD-ALUNO ' ' FUNCTION TRIM (WS-NOME-ALUNO)
               ' TURMA ' BN-TURMA ' TERMO ' BN-TERMO
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           DISPLAY 'CARTAS EM ' FUNCTION TRIM (WS-NOME-CARTAS).
           DISPLAY '============================================='.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDNOTIFRESP' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-NOTAS = 0 OR WS-FS-NOTAS = 10
               CLOSE ARQ-NOTAS
