      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:PONTO DE CONTROLE DOS LOTES LONGOS - subprograma que le
      *         e grava o registro do programa no arquivo de reinicio
      *         CADREINI (layout REGREINI). Funcoes:
      *           L - leitura na partida: com o registro em andamento
      *               (a rodada anterior caiu) e a mesma identificacao
      *               do arquivo de entrada devolve RI-SITUACAO A com o
      *               ponto anotado, avisa de onde o programa retoma e
      *               publica o registro em BATCH_RETOMADA para o
      *               CDBATCH anotar no JOBLOG; nos demais casos
      *               devolve N com os contadores zerados. Devolve
      *               tambem o intervalo REINICIO_INTERVALO (padrao
      *               1000 registros). REINICIO_DESCARTA=S despreza o
      *               ponto e recomeca do primeiro registro;
      *           G - grava o ponto (situacao A) com data e hora;
      *           C - fim normal: marca o registro como concluido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDREINI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREINI ASSIGN TO
           "CADREINI"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRI-PROGRAMA
           FILE STATUS IS CRI-FS-CADREINI.

       DATA DIVISION.
       FILE SECTION.
       FD CADREINI.
       01 REG-CADREINI.
           03 CRI-PROGRAMA               PIC X(10).
           03 CRI-RESTO                  PIC X(190).

       WORKING-STORAGE SECTION.
       77 CRI-FS-CADREINI                PIC 99.
       77 CRI-ACHADO                     PIC X(01) VALUE 'N'.
       77 CRI-DESCARTA                   PIC X(01) VALUE SPACE.
       77 CRI-INTERVALO-TEXTO            PIC X(06) VALUE SPACES.
       77 CRI-INTERVALO                  PIC 9(06) VALUE 1000.
       77 CRI-NOME-PROGRAMA              PIC X(10) VALUE SPACES.
       77 CRI-IDENTIFICA                 PIC X(40) VALUE SPACES.
       77 CRI-PROXIMO                    PIC 9(08) VALUE ZEROS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       LINKAGE SECTION.
       77 CRI-FUNCAO                     PIC X(01).
           COPY REGREINI.

       PROCEDURE DIVISION USING CRI-FUNCAO REG-REINICIO.

       0000-PRINCIPAL.
           MOVE RI-PROGRAMA   TO CRI-NOME-PROGRAMA.
           MOVE RI-IDENTIFICA TO CRI-IDENTIFICA.
           PERFORM 1000-ABRE-CADREINI.
           IF CRI-FS-CADREINI NOT = 0
               DISPLAY 'CADREINI NAO ABRIU - STATUS ' CRI-FS-CADREINI
                   ' - SEM PONTO DE CONTROLE'
               IF CRI-FUNCAO = 'L'
                   PERFORM 2900-NADA-A-RETOMAR
                   PERFORM 2200-INTERVALO
               END-IF
           ELSE
               EVALUATE CRI-FUNCAO
                   WHEN 'L'
                       PERFORM 2000-LE-PONTO
                   WHEN 'G'
                       MOVE 'A' TO RI-SITUACAO
                       PERFORM 3000-GRAVA-PONTO
                   WHEN 'C'
                       MOVE 'C' TO RI-SITUACAO
                       PERFORM 3000-GRAVA-PONTO
               END-EVALUATE
               CLOSE CADREINI
           END-IF.
           GOBACK.

       1000-ABRE-CADREINI.
           OPEN I-O CADREINI.
           IF CRI-FS-CADREINI = 35
               OPEN OUTPUT CADREINI
               CLOSE CADREINI
               OPEN I-O CADREINI
           END-IF.

      * a identificacao vem do programa (primeira linha util do arquivo
      * de entrada): ponto anotado sobre outro arquivo nao e retomado
       2000-LE-PONTO.
           MOVE SPACE TO CRI-DESCARTA.
           ACCEPT CRI-DESCARTA FROM ENVIRONMENT "REINICIO_DESCARTA".
           MOVE 'N' TO CRI-ACHADO.
           MOVE CRI-NOME-PROGRAMA TO CRI-PROGRAMA.
           READ CADREINI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-CADREINI TO REG-REINICIO
                   MOVE 'S' TO CRI-ACHADO
           END-READ.
           IF CRI-ACHADO = 'S' AND REINI-EM-ANDAMENTO
               IF CRI-DESCARTA = 'S'
                   DISPLAY 'PONTO DE CONTROLE DESPREZADO '
                       '(REINICIO_DESCARTA=S) - RECOMECA DO INICIO'
                   PERFORM 2900-NADA-A-RETOMAR
               ELSE
               IF RI-IDENTIFICA NOT = CRI-IDENTIFICA
                   DISPLAY 'PONTO DE CONTROLE DE ' RI-DATA
                       ' E DE OUTRO ARQUIVO - RECOMECA DO INICIO'
                   PERFORM 2900-NADA-A-RETOMAR
               ELSE
                   PERFORM 2100-ANUNCIA-RETOMADA
               END-IF
               END-IF
           ELSE
               PERFORM 2900-NADA-A-RETOMAR
           END-IF.
           PERFORM 2200-INTERVALO.

      * o CDBATCH limpa BATCH_RETOMADA antes de chamar o passo e a le
      * na volta para anotar a retomada no JOBLOG
       2100-ANUNCIA-RETOMADA.
           ADD 1 RI-REGISTRO GIVING CRI-PROXIMO.
           DISPLAY '============================================='.
           DISPLAY 'RETOMADO A PARTIR DO REGISTRO ' CRI-PROXIMO
               ' (PONTO DE ' RI-DATA ' ' RI-HORA ')'.
           DISPLAY '============================================='.
           DISPLAY 'BATCH_RETOMADA' UPON ENVIRONMENT-NAME.
           DISPLAY CRI-PROXIMO UPON ENVIRONMENT-VALUE.

       2200-INTERVALO.
           MOVE 1000 TO CRI-INTERVALO.
           MOVE SPACES TO CRI-INTERVALO-TEXTO.
           MOVE 'REINICIO_INTERVALO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO CRI-INTERVALO-TEXTO.
           IF CRI-INTERVALO-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (CRI-INTERVALO-TEXTO) = 0
               MOVE FUNCTION NUMVAL (CRI-INTERVALO-TEXTO)
                 TO CRI-INTERVALO
           END-IF.
           IF CRI-INTERVALO = ZEROS
               MOVE 1000 TO CRI-INTERVALO
           END-IF.
           MOVE CRI-INTERVALO TO RI-INTERVALO.

      * rodada nova: o programa e a identificacao continuam, o resto
      * comeca do zero
       2900-NADA-A-RETOMAR.
           INITIALIZE REG-REINICIO.
           MOVE CRI-NOME-PROGRAMA TO RI-PROGRAMA.
           MOVE CRI-IDENTIFICA TO RI-IDENTIFICA.
           MOVE 'N' TO RI-SITUACAO.
           MOVE 1000 TO RI-INTERVALO.

       3000-GRAVA-PONTO.
           ACCEPT RI-DATA FROM DATE YYYYMMDD.
           ACCEPT RI-HORA FROM TIME.
           MOVE REG-REINICIO TO REG-CADREINI.
           WRITE REG-CADREINI
               INVALID KEY
                   REWRITE REG-CADREINI
                       INVALID KEY
                           DISPLAY 'PONTO DE CONTROLE NAO GRAVADO - '
                               'STATUS ' CRI-FS-CADREINI
                   END-REWRITE
           END-WRITE.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDREINI' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       END PROGRAM CDREINI.
