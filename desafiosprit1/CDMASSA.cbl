      *         arquivo de instrucoes CADINSTR (linhas CAMPO;...):
      *           DDD;de;para
      *           PREFIXO;ddd;faixa-ini;faixa-fim;novo-prefixo
      *         (prefixos de 5 digitos; 4 digitos valem para o fixo)
      *           CIDADE;de;para
      *           BAIRRO;de;para
      *           UF;de;para
      *         MASSA_MODO=E regrava os registros, audita cada um com
      *         a acao 'M' no CADAUD e imprime o antes/depois.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - AU-DELEGANTE gravado em branco no CADAUD:
      *                     rotina sem operador agindo por delegacao.
      *   15/10/2026 CAN - o executor da manutencao (MASSA_OPERADOR ou,
      *                     sem ela, o operador do logon) vai para
      *                     AU-OPERADOR na acao 'M', para a segregacao
      *                     de funcoes cruzar com quem pediu a
      *                     alteracao.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - instrucao PREFIXO com prefixos de 5 digitos
      *                     (4 digitos continuam valendo para o fixo); o
      *                     tipo do telefone acompanha o prefixo novo e
      *                     aparece no antes/depois.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      *   15/10/2026 CAN - na execucao, ponto de controle no CADREINI
      *                     pelo CDREINI a cada REINICIO_INTERVALO
      *                     registros com o ultimo codigo e os totais;
      *                     varredura que caiu retoma do codigo seguinte
      *                     ao ponto com os totais da base inteira.
      *   15/10/2026 CAN - MASSA_MODO lido pelo CDPARAM (cadastro
      *                     CADPARAM, variavel de ambiente por cima).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMASSA.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADINSTR                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDMASSA'.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-INSTR                   PIC X VALUE 'N'.
        88 FIM-CADINSTR                  VALUE 'S'.
        88 MODO-SIMULACAO                VALUE 'S', ' '.
        88 MODO-EXECUCAO                 VALUE 'E'.

      * quem executa a manutencao: MASSA_OPERADOR (responsavel da
      * rodada no lote) ou o operador do logon
       77 WS-OPER-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.

       01 WS-PARTES-INSTR.
           03 WS-IN-CAMPO                PIC X(10).
           03 WS-IN-PARM1                PIC X(20).

       77 WS-REG-MUDOU                   PIC X VALUE 'N'.
       01 WS-ANTES.
           03 WS-ANT-PHONE               PIC 9(13).
           03 WS-ANT-FONE-TIPO           PIC X(01).
           03 WS-ANT-CIDADE              PIC X(20).
           03 WS-ANT-BAIRRO              PIC X(20).
           03 WS-ANT-UF                  PIC X(02).

       77 WS-DDD-DE                      PIC 9(02) VALUE ZEROS.
       77 WS-DDD-PARA                    PIC 9(02) VALUE ZEROS.
       77 WS-PREF-FAIXA-INI              PIC 9(05) VALUE ZEROS.
       77 WS-PREF-FAIXA-FIM              PIC 9(05) VALUE ZEROS.
       77 WS-PREF-NOVO                   PIC 9(05) VALUE ZEROS.
       77 WS-PREF-TEXTO                  PIC X(20) VALUE SPACES.
       77 WS-PREF-VALOR                  PIC 9(05) VALUE ZEROS.
       77 WS-PREF-TODOS-OK               PIC X VALUE 'N'.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERADOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ERROS                   PIC 9(06) VALUE ZEROS.

      * ponto de controle no CADREINI (CDREINI) a cada RI-INTERVALO
      * registros na execucao: a varredura que cai no meio retoma do
      * codigo seguinte ao ultimo ponto (RI-CHAVE); a simulacao nao
      * grava nada e recomeca sempre do inicio
       77 WS-REINI-FUNCAO                PIC X(01) VALUE SPACE.
       77 WS-REINI-RETOMADO              PIC 9(08) VALUE ZEROS.
           COPY REGREINI.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           MOVE 'MASSA_MODO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-MODO.
           ACCEPT WS-OPER-TEXTO FROM ENVIRONMENT "MASSA_OPERADOR".
           IF WS-OPER-TEXTO = SPACES
               ACCEPT WS-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO"
           END-IF.
           IF WS-OPER-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-OPER-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-OPER-TEXTO) TO WS-OPER-CODIGO
           END-IF.
           IF WS-MODO = SPACE
               MOVE 'S' TO WS-MODO
           END-IF.
           INITIALIZE REG-REINICIO.

           DISPLAY '============================================='.
           IF MODO-SIMULACAO
                   CLOSE CADAUD
                   OPEN EXTEND CADAUD
               END-IF
               PERFORM 1500-CONFERE-REINICIO
           END-IF.

      * a primeira linha do CADINSTR identifica a rodada: ponto de
      * outro conjunto de instrucoes nao e retomado
       1500-CONFERE-REINICIO.
           MOVE 'CDMASSA' TO RI-PROGRAMA.
           MOVE ZEROS TO WS-REINI-RETOMADO.
           MOVE 'L' TO WS-REINI-FUNCAO.
           CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO.
           IF REINI-EM-ANDAMENTO
               MOVE RI-CHAVE (1:8) TO FD-CD-USER
               START CADUSER KEY IS GREATER THAN FD-CD-USER
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-USER
               END-START
               MOVE RI-CONTADOR (1) TO WS-TOT-LIDOS
               MOVE RI-CONTADOR (2) TO WS-TOT-ALTERADOS
               MOVE RI-CONTADOR (3) TO WS-TOT-ERROS
               ADD 1 RI-REGISTRO GIVING WS-REINI-RETOMADO
           END-IF.

       1100-LE-INSTRUCAO.
               AT END
                   MOVE 'S' TO WS-EOF-INSTR
               NOT AT END
                   IF RI-IDENTIFICA = SPACES
                       MOVE REG-INSTRUCAO (1:40) TO RI-IDENTIFICA
                   END-IF
                   PERFORM 1200-INTERPRETA-INSTRUCAO
           END-READ.

               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2100-APLICA-INSTRUCOES
                   IF MODO-EXECUCAO
                       IF FUNCTION MOD (WS-TOT-LIDOS, RI-INTERVALO) = 0
                           PERFORM 2050-GRAVA-PONTO
                       END-IF
                   END-IF
           END-READ.

       2050-GRAVA-PONTO.
           MOVE WS-TOT-LIDOS     TO RI-REGISTRO.
           MOVE FD-CD-USER       TO RI-CHAVE.
           MOVE WS-TOT-LIDOS     TO RI-CONTADOR (1).
           MOVE WS-TOT-ALTERADOS TO RI-CONTADOR (2).
           MOVE WS-TOT-ERROS     TO RI-CONTADOR (3).
           MOVE 'G' TO WS-REINI-FUNCAO.
           CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO.

       2100-APLICA-INSTRUCOES.
           MOVE 'N' TO WS-REG-MUDOU.
           MOVE FD-PHONE  TO WS-ANT-PHONE.
           MOVE FD-PHONE-TIPO TO WS-ANT-FONE-TIPO.
           MOVE FD-CIDADE TO WS-ANT-CIDADE.
           MOVE FD-BAIRRO TO WS-ANT-BAIRRO.
           MOVE FD-UF     TO WS-ANT-UF.
               END-IF
           END-IF.

      * renumeracao de prefixo: so dentro do DDD indicado e da faixa;
      * o tipo acompanha o prefixo novo (9xxxx celular, o resto fixo)
       2220-APLICA-PREFIXO.
           MOVE 'S' TO WS-PREF-TODOS-OK.
           MOVE WS-IT-PARM2 (WS-IX-INSTR) TO WS-PREF-TEXTO.
           PERFORM 2225-CONVERTE-PREFIXO.
           MOVE WS-PREF-VALOR TO WS-PREF-FAIXA-INI.
           MOVE WS-IT-PARM3 (WS-IX-INSTR) TO WS-PREF-TEXTO.
           PERFORM 2225-CONVERTE-PREFIXO.
           MOVE WS-PREF-VALOR TO WS-PREF-FAIXA-FIM.
           MOVE WS-IT-PARM4 (WS-IX-INSTR) TO WS-PREF-TEXTO.
           PERFORM 2225-CONVERTE-PREFIXO.
           MOVE WS-PREF-VALOR TO WS-PREF-NOVO.
           IF WS-IT-PARM1 (WS-IX-INSTR) (1:2) IS NUMERIC AND
              WS-PREF-TODOS-OK = 'S'
               MOVE WS-IT-PARM1 (WS-IX-INSTR) (1:2) TO WS-DDD-DE
               IF FD-PHONE-DDD = WS-DDD-DE AND
                  FD-PHONE-PREFIXO >= WS-PREF-FAIXA-INI AND
                  FD-PHONE-PREFIXO <= WS-PREF-FAIXA-FIM
                   MOVE WS-PREF-NOVO TO FD-PHONE-PREFIXO
                   IF WS-PREF-NOVO > 9999
                       MOVE 'C' TO FD-PHONE-TIPO
                   ELSE
                       MOVE 'F' TO FD-PHONE-TIPO
                   END-IF
                   MOVE 'S' TO WS-REG-MUDOU
               END-IF
           END-IF.

      * prefixo da instrucao com 5 digitos ou com os 4 do fixo
       2225-CONVERTE-PREFIXO.
           IF WS-PREF-TEXTO (1:5) IS NUMERIC AND
              WS-PREF-TEXTO (6:) = SPACES
               MOVE WS-PREF-TEXTO (1:5) TO WS-PREF-VALOR
           ELSE
           IF WS-PREF-TEXTO (1:4) IS NUMERIC AND
              WS-PREF-TEXTO (5:) = SPACES
               MOVE WS-PREF-TEXTO (1:4) TO WS-PREF-VALOR
           ELSE
               MOVE ZEROS TO WS-PREF-VALOR
               MOVE 'N' TO WS-PREF-TODOS-OK
           END-IF
           END-IF.

       2500-IMPRIME-ANTES-DEPOIS.
           DISPLAY FD-CD-USER ' ' FUNCTION TRIM (FD-NM).
           DISPLAY '  ANTES : +' WS-ANT-PHONE ' ' WS-ANT-FONE-TIPO ' '
               FUNCTION TRIM (WS-ANT-CIDADE) '/'
               FUNCTION TRIM (WS-ANT-BAIRRO) '/' WS-ANT-UF.
           DISPLAY '  DEPOIS: +' FD-PHONE ' ' FD-PHONE-TIPO ' '
               FUNCTION TRIM (FD-CIDADE) '/'
               FUNCTION TRIM (FD-BAIRRO) '/' FD-UF.

                       WS-FS-CADUSER
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ALTERADOS
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2650-GRAVA-JORNAL
                   PERFORM 2700-REGISTRA-AUDITORIA
           END-REWRITE.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2650-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       2700-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE 'M'        TO AU-ACAO.
           MOVE FD-NM      TO AU-NM.
           MOVE FD-EMAIL   TO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE SPACES     TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       3000-RODAPE.
           END-IF.
           MOVE WS-TOT-ERROS TO WS-MSK-QTD.
           DISPLAY 'ERROS DE REGRAVACAO..: ' WS-MSK-QTD.
           IF WS-REINI-RETOMADO > ZEROS
               MOVE WS-REINI-RETOMADO TO WS-MSK-QTD
               DISPLAY 'RETOMADA NO REGISTRO.: ' WS-MSK-QTD
           END-IF.
           DISPLAY '============================================='.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDMASSA' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-CADUSER = 0 OR WS-FS-CADUSER = 10
               CLOSE CADUSER
               IF MODO-EXECUCAO
                   MOVE 'C' TO WS-REINI-FUNCAO
                   CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO
               END-IF
           END-IF.
           IF MODO-EXECUCAO AND
              (WS-FS-CADAUD = 0 OR WS-FS-CADAUD = 10)
