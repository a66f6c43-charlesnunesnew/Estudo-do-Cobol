      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONFIGURACAO EM VIGOR - lista todos os parametros do
      *         cadastro CADPARAM (layout REGPARAM) com o valor
      *         cadastrado, o valor que vale nesta rodada e a origem
      *         dele (AMBIENTE, CADASTRO ou PADRAO do programa), pela
      *         mesma leitura que os programas fazem (CDPARAM), mais a
      *         faixa valida e quem alterou por ultimo e quando. Os
      *         parametros conhecidos (TABPARAM) que ainda nao estao
      *         no cadastro saem no fim, com o padrao que vale. O
      *         CDBATCH chama este programa no inicio de toda rodada,
      *         para ficar registrado com que configuracao a producao
      *         rodou; roda tambem avulso. Sai no PARMRELIMP (nome
      *         fisico PARMREL.AAAAMMDD.HHMMSS via DD_PARMRELIMP),
      *         catalogado no RELCATAL com o tipo PARMREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPARREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAM ASSIGN TO
           "CADPARAM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CHAVE
           FILE STATUS IS WS-FS-CADPARAM.

           SELECT ARQ-IMP ASSIGN TO
           "PARMRELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADPARAM.
       01 REG-CADPARAM.
           03 CPR-CHAVE                  PIC X(36).
           03 CPR-RESTO                  PIC X(184).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADPARAM                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-EOF-PARAM                   PIC X VALUE 'N'.
        88 FIM-CADPARAM                  VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(30) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

      * o cadastro inteiro vai para a memoria antes de consultar o
      * CDPARAM, que abre o mesmo arquivo a cada chamada
       01 WS-TAB-CADASTRO.
           03 WS-TC-REGISTRO OCCURS 200 TIMES PIC X(220).
       77 WS-QTD-CADASTRO                PIC 9(03) VALUE ZEROS.
       77 WS-FORA-TABELA                 PIC 9(05) VALUE ZEROS.
       77 WS-IX                          PIC 9(03) VALUE ZEROS.
       77 WS-IX-PADRAO                   PIC 9(02) VALUE ZEROS.
       77 WS-ACHADO                      PIC 9(03) VALUE ZEROS.

      * area de chamada do CDPARAM
           COPY REGPARAM.

       77 WS-VALOR-CADASTRO              PIC X(20) VALUE SPACES.
       77 WS-VALOR-EFETIVO               PIC X(20) VALUE SPACES.
       77 WS-DESC-ORIGEM                 PIC X(08) VALUE SPACES.
       77 WS-TXT-FAIXA                   PIC X(22) VALUE SPACES.
       77 WS-TXT-ALTERACAO               PIC X(17) VALUE SPACES.
       77 WS-MSK-FAIXA                   PIC Z(08)9.
       77 WS-MSK-FAIXA2                  PIC Z(08)9.

       77 WS-TOT-CADASTRO                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-AMBIENTE                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PADRAO                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FORA                    PIC 9(05) VALUE ZEROS.
       77 WS-MSK-TOTAL                   PIC ZZ,ZZZ,ZZ9.

           COPY TABPARAM.

      * a linha do catalogo de relatorios e montada aqui porque
      * VALUE de FILLER nao vale em registro de FD
       01 WS-LINHA-CATALOGO.
           03 RK-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-TIPO                    PIC X(10).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-FISICO                  PIC X(30).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-LINHAS                  PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-SITUACAO                PIC X(01).

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 1500-ABRE-RELATORIO.
           IF WS-FS-IMP = 0
               PERFORM 3000-LISTA-CADASTRADO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CADASTRO
               PERFORM 3500-FORA-CADASTRO
               PERFORM 3800-RODAPE
               PERFORM 8000-FECHA-RELATORIO
               PERFORM 8100-REGISTRA-CATALOGO
           END-IF.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           INITIALIZE WS-TAB-CADASTRO.

      * sem cadastro ainda o relatorio sai so com os conhecidos
           OPEN INPUT CADPARAM.
           IF WS-FS-CADPARAM = 0
               MOVE LOW-VALUES TO CPR-CHAVE
               START CADPARAM KEY IS GREATER THAN OR EQUAL TO CPR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-PARAM
               END-START
               PERFORM 1100-CARREGA-CADASTRO UNTIL FIM-CADPARAM
               CLOSE CADPARAM
           ELSE
               DISPLAY 'CADPARAM SEM PARAMETROS - STATUS '
                   WS-FS-CADPARAM
           END-IF.

      * parametro alem do limite da tabela fica so na contagem
       1100-CARREGA-CADASTRO.
           READ CADPARAM NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   IF WS-QTD-CADASTRO < 200
                       ADD 1 TO WS-QTD-CADASTRO
                       MOVE REG-CADPARAM
                         TO WS-TC-REGISTRO (WS-QTD-CADASTRO)
                   ELSE
                       ADD 1 TO WS-FORA-TABELA
                   END-IF
           END-READ.

      * arquivo PARMRELIMP pela variavel DD_PARMRELIMP estilo DD; a
      * hora no nome porque o CDBATCH pode rodar mais de uma vez no dia
       1500-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'PARMREL.' WS-DT-EXEC '.' WS-HR-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_PARMRELIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS ' WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PARAMETROS DO SISTEMA EM VIGOR   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PROGRAMA     PARAMETRO                VALOR '
               'CADASTRADO     VALOR EM VIGOR       ORIGEM   FAIXA'
               '                  ALTERADO EM/POR'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 3 TO WS-LINHAS-PAGINA.

      * linha de detalhe: pagina nova quando a atual encheu
       2900-GRAVA-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
               PERFORM 2100-CABECALHO-PAGINA
               MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP
           END-IF.
           PERFORM 2910-GRAVA-FISICA.

       2910-GRAVA-FISICA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           IF WS-FS-IMP NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

      * valor cadastrado e faixa vem da linha do cadastro; o valor em
      * vigor e a origem vem da mesma leitura que o programa faz
       3000-LISTA-CADASTRADO.
           MOVE WS-TC-REGISTRO (WS-IX) TO REG-PARAMETRO.
           MOVE PR-VALOR TO WS-VALOR-CADASTRO.
           PERFORM 3300-DESCREVE-FAIXA.
           MOVE SPACES TO WS-TXT-ALTERACAO.
           STRING PR-DATA-ALT ' ' PR-OPERADOR
               DELIMITED BY SIZE INTO WS-TXT-ALTERACAO.
           PERFORM 3200-CONSULTA-EFETIVO.
           PERFORM 3400-IMPRIME-PARAMETRO.

       3200-CONSULTA-EFETIVO.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.
           EVALUATE TRUE
               WHEN PARAM-DO-AMBIENTE
                   MOVE 'AMBIENTE' TO WS-DESC-ORIGEM
                   MOVE PR-VALOR TO WS-VALOR-EFETIVO
                   ADD 1 TO WS-TOT-AMBIENTE
               WHEN PARAM-DO-CADASTRO
                   MOVE 'CADASTRO' TO WS-DESC-ORIGEM
                   MOVE PR-VALOR TO WS-VALOR-EFETIVO
                   ADD 1 TO WS-TOT-CADASTRO
               WHEN OTHER
                   MOVE 'PADRAO' TO WS-DESC-ORIGEM
                   PERFORM 3210-VALOR-PADRAO
                   ADD 1 TO WS-TOT-PADRAO
           END-EVALUATE.

      * o padrao conhecido do programa, quando o parametro esta na
      * TABPARAM; senao fica em branco
       3210-VALOR-PADRAO.
           MOVE SPACES TO WS-VALOR-EFETIVO.
           MOVE ZEROS TO WS-ACHADO.
           PERFORM 3220-PROCURA-PADRAO
               VARYING WS-IX-PADRAO FROM 1 BY 1
               UNTIL WS-IX-PADRAO > TPP-QTD.
           IF WS-ACHADO NOT = ZEROS
               MOVE TPP-VALOR (WS-ACHADO) TO WS-VALOR-EFETIVO
           END-IF.

       3220-PROCURA-PADRAO.
           IF TPP-PROGRAMA (WS-IX-PADRAO) = PR-PROGRAMA AND
              TPP-NOME (WS-IX-PADRAO) = PR-NOME
               MOVE WS-IX-PADRAO TO WS-ACHADO
           END-IF.

       3300-DESCREVE-FAIXA.
           MOVE SPACES TO WS-TXT-FAIXA.
           IF PARAM-NUMERICO
               MOVE PR-MINIMO TO WS-MSK-FAIXA
               MOVE PR-MAXIMO TO WS-MSK-FAIXA2
               IF PR-MAXIMO = ZEROS
                   STRING 'A PARTIR DE ' FUNCTION TRIM (WS-MSK-FAIXA)
                       DELIMITED BY SIZE INTO WS-TXT-FAIXA
               ELSE
                   STRING FUNCTION TRIM (WS-MSK-FAIXA) ' A '
                       FUNCTION TRIM (WS-MSK-FAIXA2)
                       DELIMITED BY SIZE INTO WS-TXT-FAIXA
               END-IF
           ELSE
               IF PR-ACEITOS = SPACES
                   MOVE 'TEXTO LIVRE' TO WS-TXT-FAIXA
               ELSE
                   MOVE PR-ACEITOS TO WS-TXT-FAIXA
               END-IF
           END-IF.

       3400-IMPRIME-PARAMETRO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING PR-PROGRAMA ' ' PR-NOME ' ' WS-VALOR-CADASTRO ' '
               WS-VALOR-EFETIVO ' ' WS-DESC-ORIGEM ' ' WS-TXT-FAIXA
               ' ' WS-TXT-ALTERACAO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * conhecido e ainda sem linha no cadastro: vale o ambiente ou o
      * padrao do programa
       3500-FORA-CADASTRO.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PARAMETROS CONHECIDOS FORA DO CADASTRO '
               '(CARGA PADRAO PELO CDPARMNT):'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 3510-CONFERE-CONHECIDO
               VARYING WS-IX-PADRAO FROM 1 BY 1
               UNTIL WS-IX-PADRAO > TPP-QTD.
           IF WS-TOT-FORA = ZEROS
               MOVE SPACES TO WS-LINHA-IMP
               STRING '   NENHUM' DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       3510-CONFERE-CONHECIDO.
           MOVE ZEROS TO WS-ACHADO.
           PERFORM 3520-PROCURA-CADASTRADO
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-CADASTRO.
           IF WS-ACHADO = ZEROS
               ADD 1 TO WS-TOT-FORA
               INITIALIZE REG-PARAMETRO
               MOVE TPP-PROGRAMA (WS-IX-PADRAO) TO PR-PROGRAMA
               MOVE TPP-NOME (WS-IX-PADRAO)     TO PR-NOME
               MOVE TPP-TIPO (WS-IX-PADRAO)     TO PR-TIPO
               MOVE TPP-MINIMO (WS-IX-PADRAO)   TO PR-MINIMO
               MOVE TPP-MAXIMO (WS-IX-PADRAO)   TO PR-MAXIMO
               MOVE TPP-ACEITOS (WS-IX-PADRAO)  TO PR-ACEITOS
               PERFORM 3300-DESCREVE-FAIXA
               MOVE 'FORA DO CADASTRO' TO WS-VALOR-CADASTRO
               MOVE 'NUNCA ALTERADO'   TO WS-TXT-ALTERACAO
               MOVE SPACES TO PR-VALOR
               CALL 'CDPARAM' USING REG-PARAMETRO
               IF PARAM-DO-AMBIENTE
                   MOVE 'AMBIENTE' TO WS-DESC-ORIGEM
                   MOVE PR-VALOR TO WS-VALOR-EFETIVO
                   ADD 1 TO WS-TOT-AMBIENTE
               ELSE
                   MOVE 'PADRAO' TO WS-DESC-ORIGEM
                   MOVE TPP-VALOR (WS-IX-PADRAO) TO WS-VALOR-EFETIVO
                   ADD 1 TO WS-TOT-PADRAO
               END-IF
               PERFORM 3400-IMPRIME-PARAMETRO
           END-IF.

       3520-PROCURA-CADASTRADO.
           IF WS-TC-REGISTRO (WS-IX) (1:12) =
              TPP-PROGRAMA (WS-IX-PADRAO) AND
              WS-TC-REGISTRO (WS-IX) (13:24) =
              TPP-NOME (WS-IX-PADRAO)
               MOVE WS-IX TO WS-ACHADO
           END-IF.

       3800-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-QTD-CADASTRO TO WS-MSK-TOTAL.
           STRING 'PARAMETROS NO CADASTRO........: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-CADASTRO TO WS-MSK-TOTAL.
           STRING 'EM VIGOR PELO CADASTRO........: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-AMBIENTE TO WS-MSK-TOTAL.
           STRING 'SOBREPOSTOS PELO AMBIENTE.....: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-PADRAO TO WS-MSK-TOTAL.
           STRING 'NO PADRAO DO PROGRAMA.........: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-FORA TO WS-MSK-TOTAL.
           STRING 'CONHECIDOS FORA DO CADASTRO...: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           IF WS-FORA-TABELA > 0
               MOVE SPACES TO WS-LINHA-IMP
               MOVE WS-FORA-TABELA TO WS-MSK-TOTAL
               STRING 'NAO LISTADOS (LIMITE 200).....: ' WS-MSK-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       8000-FECHA-RELATORIO.
           CLOSE ARQ-IMP.
           DISPLAY '============================================='.
           DISPLAY 'CONFIGURACAO GRAVADA EM '
               FUNCTION TRIM (WS-NOME-IMP).
           MOVE WS-QTD-CADASTRO TO WS-MSK-QTD.
           DISPLAY 'PARAMETROS LISTADOS: ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * o relatorio entra no catalogo RELCATAL para o CDRELCAT achar,
      * exibir e expurgar pela retencao
       8100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'PARMREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       END PROGRAM CDPARREL.
