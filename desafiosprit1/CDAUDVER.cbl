      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONFERENCIA DA CADEIA DO CADAUD - o CADAUD e texto e
      *         as linhas dele sao prova nos casos de LGPD e de
      *         desligamento. Cada linha gravada pelo CDAUDCAD traz a
      *         sequencia e o valor de conferencia calculado pelo
      *         CDAUDHSH sobre o valor da linha anterior e o conteudo
      *         dela. Este job noturno percorre os arquivos mensais
      *         CADAUD.AAAAMM das competencias do CADAUDTOT (via
      *         DD_ARQMESVER, como o CDAUDREL) e depois o CADAUD
      *         corrente, refaz a cadeia e imprime cada quebra:
      *           linha alterada (valor nao confere),
      *           linhas faltando (salto na sequencia, inclusive no
      *           fim do arquivo contra o controle CADAUDCK),
      *           linha fora de ordem ou repetida,
      *           linha sem cadeia depois do inicio dela,
      *           arquivo mensal ausente.
      *         Linhas gravadas antes da cadeia existir sao contadas
      *         como anteriores e nao acusam quebra. Arquivo de
      *         impressao AUDVERIMP com nome fisico datado
      *         AUDVER.AAAAMMDD via DD_AUDVERIMP e registro no
      *         catalogo RELCATAL (tipo AUDVER); o resultado da rodada
      *         (OK ou QUEBRA, com a primeira quebra) vai para o
      *         acumulador AUDVERIF, lido pelo painel CDSAUDE.
      *         Quebra encontrada nao e erro do job (RC 0); so falha
      *         de gravacao do relatorio devolve RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAUDVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT CADAUDTOT ASSIGN TO
           "CADAUDTOT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TOTAIS.

           SELECT ARQMESVER ASSIGN TO
           "ARQMESVER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQMES.

           SELECT CADAUDCK ASSIGN TO
           "CADAUDCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUDCK.

           SELECT AUDVERIF ASSIGN TO
           "AUDVERIF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDVERIF.

           SELECT ARQ-IMP ASSIGN TO
           "AUDVERIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADAUD.
           COPY REGAUD.

       FD CADAUDTOT.
       01 REG-TOTAIS                      PIC X(50).

       FD ARQMESVER.
       01 REG-ARQMES                      PIC X(300).

       FD CADAUDCK.
           COPY REGAUDCK.

       FD AUDVERIF.
       01 REG-VERIF                       PIC X(180).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-TOTAIS                   PIC 99.
       77 WS-FS-ARQMES                   PIC 99.
       77 WS-FS-CADAUDCK                 PIC 99.
       77 WS-FS-AUDVERIF                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-EOF                         PIC X VALUE 'N'.
        88 FIM-ARQUIVO                   VALUE 'S'.
       77 WS-EOF-TOTAIS                  PIC X VALUE 'N'.
        88 FIM-CADAUDTOT                 VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-NOME-ARQMES                 PIC X(20) VALUE SPACES.
       77 WS-COMPETENCIA                 PIC X(06) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

      * posicao da cadeia: sequencia e valor gravado da ultima linha
      * encadeada lida, de um arquivo para o outro
       77 WS-CADEIA-INICIADA             PIC X VALUE 'N'.
        88 CADEIA-INICIADA               VALUE 'S'.
       77 WS-SEQ-ANTERIOR                PIC 9(09) VALUE ZEROS.
       77 WS-CONF-ANTERIOR               PIC 9(15) VALUE ZEROS.
       77 WS-CONF-CALCULADA              PIC 9(15) VALUE ZEROS.
       77 WS-QTD-SALTO                   PIC 9(09) VALUE ZEROS.

      * arquivo em conferencia
       77 WS-ARQ-ATUAL                   PIC X(20) VALUE SPACES.
       77 WS-LINHA-ARQ                   PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-INI-ARQ                 PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-FIM-ARQ                 PIC 9(09) VALUE ZEROS.
       77 WS-LEGADAS-ARQ                 PIC 9(09) VALUE ZEROS.

       77 WS-DESC-PROBLEMA               PIC X(90) VALUE SPACES.
       77 WS-PRIMEIRA-QUEBRA             PIC X(120) VALUE SPACES.

       77 WS-TOT-ARQUIVOS                PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS                  PIC 9(09) VALUE ZEROS.
       77 WS-TOT-LEGADAS                 PIC 9(09) VALUE ZEROS.
       77 WS-TOT-ENCADEADAS              PIC 9(09) VALUE ZEROS.
       77 WS-TOT-ALTERADAS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FALTANTES               PIC 9(09) VALUE ZEROS.
       77 WS-TOT-FORA-ORDEM              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-CADEIA              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PROBLEMAS               PIC 9(06) VALUE ZEROS.

      * linha do acumulador AUDVERIF montada aqui porque VALUE de
      * FILLER nao vale em registro de FD
       01 WS-LINHA-VERIF.
           03 VF-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 VF-HORA                    PIC X(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 VF-SITUACAO                PIC X(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 VF-LINHAS                  PIC 9(09).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 VF-PROBLEMAS               PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 VF-PRIMEIRA-QUEBRA         PIC X(120).

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
           IF WS-FS-IMP = 0
               PERFORM 2000-VARRE-MENSAIS
               PERFORM 2500-CONFERE-CORRENTE
               PERFORM 4000-CONFERE-CONTROLE
               PERFORM 5000-RODAPE
               PERFORM 5200-GRAVA-RESULTADO
           END-IF.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo AUDVERIMP pela variavel DD_AUDVERIMP estilo DD
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'AUDVER.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_AUDVERIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RELATORIO AUDVERIMP - STATUS '
                   WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.

      ******************************************************************
      * meses fechados primeiro, na ordem do acumulador, para a cadeia
      * ser refeita na mesma ordem em que foi gravada
      ******************************************************************
       2000-VARRE-MENSAIS.
           OPEN INPUT CADAUDTOT.
           IF WS-FS-TOTAIS = 0
               MOVE 'N' TO WS-EOF-TOTAIS
               PERFORM 2010-LE-COMPETENCIA UNTIL FIM-CADAUDTOT
               CLOSE CADAUDTOT
           END-IF.

       2010-LE-COMPETENCIA.
           READ CADAUDTOT
               AT END
                   MOVE 'S' TO WS-EOF-TOTAIS
               NOT AT END
                   IF REG-TOTAIS (1:6) IS NUMERIC
                       MOVE REG-TOTAIS (1:6) TO WS-COMPETENCIA
                       PERFORM 2020-CONFERE-MES
                   END-IF
           END-READ.

       2020-CONFERE-MES.
           MOVE SPACES TO WS-NOME-ARQMES.
           STRING 'CADAUD.' WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-NOME-ARQMES.
           DISPLAY 'DD_ARQMESVER' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-ARQMES UPON ENVIRONMENT-VALUE.
           MOVE WS-NOME-ARQMES TO WS-ARQ-ATUAL.
           PERFORM 2600-INICIA-ARQUIVO.
           OPEN INPUT ARQMESVER.
           IF WS-FS-ARQMES NOT = 0
               MOVE 'ARQUIVO MENSAL AUSENTE OU ILEGIVEL'
                 TO WS-DESC-PROBLEMA
               PERFORM 3900-REGISTRA-PROBLEMA
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2030-LE-ARQUIVO-MENSAL UNTIL FIM-ARQUIVO
               CLOSE ARQMESVER
               PERFORM 2650-RESUMO-ARQUIVO
           END-IF.

      * a linha arquivada tem o layout do CADAUD e passa pela mesma
      * conferencia do arquivo corrente; linha de arquivo anterior aos
      * codigos de 8 digitos passa antes pelo CDAUDANT
       2030-LE-ARQUIVO-MENSAL.
           READ ARQMESVER
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-ARQMES TO REG-AUDITORIA
                   CALL 'CDAUDANT' USING REG-AUDITORIA
                   PERFORM 3000-CONFERE-LINHA
           END-READ.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONFERENCIA DA CADEIA DO CADAUD   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 2 TO WS-LINHAS-PAGINA.

      ******************************************************************
      * CADAUD corrente: continua a cadeia do ultimo mes fechado
      ******************************************************************
       2500-CONFERE-CORRENTE.
           MOVE 'CADAUD' TO WS-ARQ-ATUAL.
           PERFORM 2600-INICIA-ARQUIVO.
           OPEN INPUT CADAUD.
           IF WS-FS-CADAUD NOT = 0
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  CADAUD CORRENTE NAO ENCONTRADO - STATUS '
                   WS-FS-CADAUD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2510-LE-CADAUD UNTIL FIM-ARQUIVO
               CLOSE CADAUD
               PERFORM 2650-RESUMO-ARQUIVO
           END-IF.

       2510-LE-CADAUD.
           READ CADAUD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   PERFORM 3000-CONFERE-LINHA
           END-READ.

       2600-INICIA-ARQUIVO.
           ADD 1 TO WS-TOT-ARQUIVOS.
           MOVE ZEROS TO WS-LINHA-ARQ WS-SEQ-INI-ARQ WS-SEQ-FIM-ARQ
                         WS-LEGADAS-ARQ.

       2650-RESUMO-ARQUIVO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ' WS-ARQ-ATUAL ' LINHAS ' WS-LINHA-ARQ
               ' ANTERIORES A CADEIA ' WS-LEGADAS-ARQ
               ' SEQUENCIAS ' WS-SEQ-INI-ARQ ' A ' WS-SEQ-FIM-ARQ
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

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

      ******************************************************************
      * conferencia de uma linha contra a anterior
      ******************************************************************
       3000-CONFERE-LINHA.
           ADD 1 TO WS-TOT-LINHAS.
           ADD 1 TO WS-LINHA-ARQ.
           EVALUATE TRUE
               WHEN AU-SEQUENCIA NOT NUMERIC OR
                    AU-CONFERENCIA NOT NUMERIC
                   PERFORM 3100-LINHA-SEM-CADEIA
               WHEN NOT CADEIA-INICIADA
                   PERFORM 3200-INICIA-CADEIA
               WHEN AU-SEQUENCIA = 1
                   MOVE SPACES TO WS-DESC-PROBLEMA
                   STRING 'CADEIA RECOMECADA NA SEQUENCIA 1 DEPOIS DA '
                       WS-SEQ-ANTERIOR ' (CADAUDCK PERDIDO)'
                       DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
                   PERFORM 3900-REGISTRA-PROBLEMA
                   MOVE ZEROS TO WS-CONF-ANTERIOR
                   PERFORM 3300-CONFERE-ELO
               WHEN AU-SEQUENCIA NOT > WS-SEQ-ANTERIOR
                   ADD 1 TO WS-TOT-FORA-ORDEM
                   MOVE SPACES TO WS-DESC-PROBLEMA
                   STRING 'SEQUENCIA ' AU-SEQUENCIA
                       ' FORA DE ORDEM OU REPETIDA DEPOIS DA '
                       WS-SEQ-ANTERIOR
                       DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
                   PERFORM 3900-REGISTRA-PROBLEMA
               WHEN AU-SEQUENCIA > WS-SEQ-ANTERIOR + 1
                   COMPUTE WS-QTD-SALTO =
                       AU-SEQUENCIA - WS-SEQ-ANTERIOR - 1
                   ADD WS-QTD-SALTO TO WS-TOT-FALTANTES
                   MOVE SPACES TO WS-DESC-PROBLEMA
                   STRING 'FALTAM ' WS-QTD-SALTO
                       ' LINHAS ENTRE AS SEQUENCIAS ' WS-SEQ-ANTERIOR
                       ' E ' AU-SEQUENCIA
                       DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
                   PERFORM 3900-REGISTRA-PROBLEMA
                   PERFORM 3400-AVANCA-CADEIA
               WHEN OTHER
                   PERFORM 3300-CONFERE-ELO
           END-EVALUATE.

      * linha anterior a cadeia so e aceita antes da primeira linha
      * encadeada; depois dela e linha inserida ou com a cadeia
      * apagada a mao
       3100-LINHA-SEM-CADEIA.
           IF NOT CADEIA-INICIADA
               ADD 1 TO WS-TOT-LEGADAS
               ADD 1 TO WS-LEGADAS-ARQ
           ELSE
               ADD 1 TO WS-TOT-SEM-CADEIA
               MOVE SPACES TO WS-DESC-PROBLEMA
               STRING 'LINHA SEM CADEIA DEPOIS DA SEQUENCIA '
                   WS-SEQ-ANTERIOR ' (INSERIDA OU ALTERADA) '
                   AU-DATA ' ' AU-HORA ' ACAO ' AU-ACAO
                   DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
               PERFORM 3900-REGISTRA-PROBLEMA
           END-IF.

      * a primeira linha encadeada tem de ser a sequencia 1, calculada
      * a partir do valor zero
       3200-INICIA-CADEIA.
           MOVE 'S' TO WS-CADEIA-INICIADA.
           IF AU-SEQUENCIA = 1
               MOVE ZEROS TO WS-CONF-ANTERIOR
               PERFORM 3300-CONFERE-ELO
           ELSE
               COMPUTE WS-QTD-SALTO = AU-SEQUENCIA - 1
               ADD WS-QTD-SALTO TO WS-TOT-FALTANTES
               MOVE SPACES TO WS-DESC-PROBLEMA
               STRING 'CADEIA COMECA NA SEQUENCIA ' AU-SEQUENCIA
                   ' - FALTAM AS ' WS-QTD-SALTO ' LINHAS INICIAIS'
                   DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
               PERFORM 3900-REGISTRA-PROBLEMA
               PERFORM 3400-AVANCA-CADEIA
           END-IF.

      * valor recalculado diferente do gravado: a linha foi editada
      * (ou o valor da anterior foi refeito para esconder a edicao);
      * a conferencia segue a partir do valor gravado
       3300-CONFERE-ELO.
           CALL 'CDAUDHSH' USING WS-CONF-ANTERIOR REG-AUDITORIA
               WS-CONF-CALCULADA.
           IF WS-CONF-CALCULADA NOT = AU-CONFERENCIA
               ADD 1 TO WS-TOT-ALTERADAS
               MOVE SPACES TO WS-DESC-PROBLEMA
               STRING 'LINHA ALTERADA NA SEQUENCIA ' AU-SEQUENCIA
                   ' ' AU-DATA ' ' AU-HORA ' ACAO ' AU-ACAO
                   ' USUARIO ' AU-CD-USER
                   DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
               PERFORM 3900-REGISTRA-PROBLEMA
           END-IF.
           PERFORM 3400-AVANCA-CADEIA.

       3400-AVANCA-CADEIA.
           ADD 1 TO WS-TOT-ENCADEADAS.
           MOVE AU-SEQUENCIA   TO WS-SEQ-ANTERIOR.
           MOVE AU-CONFERENCIA TO WS-CONF-ANTERIOR.
           IF WS-SEQ-INI-ARQ = ZEROS
               MOVE AU-SEQUENCIA TO WS-SEQ-INI-ARQ
           END-IF.
           MOVE AU-SEQUENCIA TO WS-SEQ-FIM-ARQ.

      * cada quebra sai no relatorio; a primeira vai tambem para o
      * resultado lido pelo CDSAUDE
       3900-REGISTRA-PROBLEMA.
           ADD 1 TO WS-TOT-PROBLEMAS.
           IF WS-TOT-PROBLEMAS = 1
               MOVE SPACES TO WS-PRIMEIRA-QUEBRA
               STRING FUNCTION TRIM (WS-ARQ-ATUAL) ' LINHA '
                   WS-LINHA-ARQ ' ' WS-DESC-PROBLEMA
                   DELIMITED BY SIZE INTO WS-PRIMEIRA-QUEBRA
               MOVE SPACES TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE '  PRIMEIRA QUEBRA DA CADEIA:' TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ' WS-ARQ-ATUAL ' LINHA ' WS-LINHA-ARQ ' '
               WS-DESC-PROBLEMA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      ******************************************************************
      * o controle CADAUDCK guarda a ultima linha gravada: sequencia
      * maior que a ultima lida e linha apagada no fim do CADAUD
      ******************************************************************
       4000-CONFERE-CONTROLE.
           MOVE 'CADAUDCK' TO WS-ARQ-ATUAL.
           MOVE 1 TO WS-LINHA-ARQ.
           OPEN INPUT CADAUDCK.
           IF WS-FS-CADAUDCK = 0
               READ CADAUDCK
                   AT END
                       MOVE 10 TO WS-FS-CADAUDCK
               END-READ
               CLOSE CADAUDCK
           END-IF.
           EVALUATE TRUE
               WHEN WS-FS-CADAUDCK NOT = 0 OR
                    AK-SEQUENCIA NOT NUMERIC
                   IF CADEIA-INICIADA
                       MOVE SPACES TO WS-DESC-PROBLEMA
                       STRING 'CONTROLE CADAUDCK AUSENTE COM A CADEIA '
                           'JA INICIADA'
                           DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
                       PERFORM 3900-REGISTRA-PROBLEMA
                   END-IF
               WHEN AK-SEQUENCIA > WS-SEQ-ANTERIOR
                   COMPUTE WS-QTD-SALTO =
                       AK-SEQUENCIA - WS-SEQ-ANTERIOR
                   ADD WS-QTD-SALTO TO WS-TOT-FALTANTES
                   MOVE SPACES TO WS-DESC-PROBLEMA
                   STRING 'FALTAM ' WS-QTD-SALTO
                       ' LINHAS NO FIM DO CADAUD - CONTROLE NA '
                       'SEQUENCIA ' AK-SEQUENCIA
                       DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
                   PERFORM 3900-REGISTRA-PROBLEMA
               WHEN AK-SEQUENCIA < WS-SEQ-ANTERIOR
                   MOVE SPACES TO WS-DESC-PROBLEMA
                   STRING 'CONTROLE ATRASADO NA SEQUENCIA '
                       AK-SEQUENCIA ' - ULTIMA LINHA LIDA '
                       WS-SEQ-ANTERIOR
                       DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
                   PERFORM 3900-REGISTRA-PROBLEMA
               WHEN AK-CONFERENCIA NOT = WS-CONF-ANTERIOR
                   MOVE SPACES TO WS-DESC-PROBLEMA
                   STRING 'ULTIMA LINHA (SEQUENCIA ' AK-SEQUENCIA
                       ') NAO CONFERE COM O VALOR DO CONTROLE'
                       DELIMITED BY SIZE INTO WS-DESC-PROBLEMA
                   PERFORM 3900-REGISTRA-PROBLEMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * totais, fechamento e registro no catalogo
       5000-RODAPE.
           IF WS-LINHAS-PAGINA + 12 > WS-LIMITE-LINHAS
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'TOTAIS DA CONFERENCIA' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ARQUIVOS LIDOS.............: ' WS-TOT-ARQUIVOS
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LINHAS LIDAS...............: ' WS-TOT-LINHAS
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ANTERIORES A CADEIA........: ' WS-TOT-LEGADAS
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ENCADEADAS.................: ' WS-TOT-ENCADEADAS
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LINHAS ALTERADAS...........: ' WS-TOT-ALTERADAS
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LINHAS FALTANDO............: ' WS-TOT-FALTANTES
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'FORA DE ORDEM OU REPETIDAS.: ' WS-TOT-FORA-ORDEM
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'SEM CADEIA APOS O INICIO...: ' WS-TOT-SEM-CADEIA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-TOT-PROBLEMAS = ZEROS
               MOVE 'CADEIA INTEGRA - NENHUMA QUEBRA ENCONTRADA'
                 TO WS-LINHA-IMP
           ELSE
               STRING 'QUEBRAS ENCONTRADAS........: ' WS-TOT-PROBLEMAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           PERFORM 5100-REGISTRA-CATALOGO.
           DISPLAY 'CONFERENCIA DA CADEIA DO CADAUD - LINHAS '
               WS-TOT-LINHAS ' QUEBRAS ' WS-TOT-PROBLEMAS.
           IF WS-TOT-PROBLEMAS > ZEROS
               DISPLAY 'PRIMEIRA QUEBRA: '
                   FUNCTION TRIM (WS-PRIMEIRA-QUEBRA)
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       5100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'AUDVER' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

      * resultado da rodada para o painel CDSAUDE: a ultima linha do
      * AUDVERIF diz quando a conferencia rodou e como terminou
       5200-GRAVA-RESULTADO.
           OPEN EXTEND AUDVERIF.
           IF WS-FS-AUDVERIF = 35
               OPEN OUTPUT AUDVERIF
               CLOSE AUDVERIF
               OPEN EXTEND AUDVERIF
           END-IF.
           MOVE WS-DT-EXEC TO VF-DATA.
           MOVE WS-HR-EXEC TO VF-HORA.
           IF WS-TOT-PROBLEMAS = ZEROS
               MOVE 'OK'     TO VF-SITUACAO
           ELSE
               MOVE 'QUEBRA' TO VF-SITUACAO
           END-IF.
           MOVE WS-TOT-LINHAS      TO VF-LINHAS.
           MOVE WS-TOT-PROBLEMAS   TO VF-PROBLEMAS.
           MOVE WS-PRIMEIRA-QUEBRA TO VF-PRIMEIRA-QUEBRA.
           MOVE WS-LINHA-VERIF TO REG-VERIF.
           WRITE REG-VERIF.
           IF WS-FS-AUDVERIF NOT = 0
               DISPLAY 'ERRO AO GRAVAR AUDVERIF - STATUS '
                   WS-FS-AUDVERIF
           END-IF.
           CLOSE AUDVERIF.

       END PROGRAM CDAUDVER.
