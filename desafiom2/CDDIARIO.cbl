      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:DIARIO DE CLASSE - o professor desenhava a grade do
      *         diario a mao a partir da listagem do CDALUNO. Este
      *         programa imprime, para o termo (BOLETIM_TERMO) e a
      *         turma (DIARIO_TURMA; em branco, todas), um diario por
      *         turma e materia inscrita no CADINSCR: cabecalho com a
      *         escola (ESCOLA_NOME / ESCOLA_ID), o termo, a turma e
      *         o turno do CADTURMA, a materia do CADMAT e o professor
      *         autorizado no CADAUTNT (sem autorizacao, o professor
      *         da turma); depois os alunos pelo numero de chamada,
      *         com uma coluna em branco para cada dia util do mes
      *         (DIARIO_MES, AAAAMM; em branco, o mes corrente) e as
      *         caixas de N1 a N4 com as notas ja lancadas no
      *         BOLETIM. Aluno transferido, evadido ou concluido sai
      *         riscado, com a data do status. O numero de chamada
      *         fica no CADCHAMA (layout REGCHAMA): a primeira
      *         impressao do termo numera a turma em ordem
      *         alfabetica e quem entra depois recebe o proximo
      *         numero, para a chamada nao mudar no meio do termo.
      *         Paginado, gravado no arquivo DIARIOIMP (nome fisico
      *         datado DIARIO.AAAAMMDD via DD_DIARIOIMP) e registrado
      *         no catalogo RELCATAL (tipo DIARIO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDIARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINSCR ASSIGN TO
           "CADINSCR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-CADINSCR.

           SELECT CADCHAMA ASSIGN TO
           "CADCHAMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NC-CHAVE
           FILE STATUS IS WS-FS-CADCHAMA.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT ARQ-NOTAS ASSIGN TO
           "BOLETIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CHAVE
           FILE STATUS IS WS-FS-NOTAS.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADMAT ASSIGN TO
           "CADMAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CODIGO
           FILE STATUS IS WS-FS-CADMAT.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-CADAUTNT.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT ARQ-IMP ASSIGN TO
           "DIARIOIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT ARQ-SORT-NUM ASSIGN TO
           "SORTWK1".

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       FD CADINSCR.
           COPY REGINSCR.

       FD CADCHAMA.
           COPY REGCHAMA.

       FD CADALUNO.
           COPY REGALUNO.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADMAT.
       01 REG-MATERIA.
           03 MT-CODIGO                  PIC X(06).
           03 MT-DESCRICAO               PIC X(30).

       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADUSER.
           COPY REGUSER.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

      * primeira classificacao: a turma em ordem alfabetica, para
      * numerar quem ainda nao tem numero de chamada
       SD ARQ-SORT-NUM.
       01 REG-SORT-NUM.
           03 SN-TURMA                   PIC X(03).
           03 SN-NOME                    PIC X(30).
           03 SN-CD-ALUNO                PIC 9(05).

      * segunda classificacao: o diario, por turma, materia e numero
       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-TURMA                   PIC X(03).
           03 SR-MATERIA                 PIC X(06).
           03 SR-NUMERO                  PIC 9(03).
           03 SR-CD-ALUNO                PIC 9(05).
           03 SR-NOME                    PIC X(30).
           03 SR-STATUS                  PIC X(01).
           03 SR-DT-STATUS               PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADINSCR                 PIC 99.
       77 WS-FS-CADCHAMA                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-CADMAT                   PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
      * situacao da abertura dos arquivos consultados por chave
       77 WS-ABERTO-INSCR                PIC X VALUE 'N'.
       77 WS-ABERTO-CHAMA                PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-TURMA                PIC X VALUE 'N'.
       77 WS-ABERTO-MAT                  PIC X VALUE 'N'.
       77 WS-ABERTO-CADUSER              PIC X VALUE 'N'.
       77 WS-EOF-INSCR                   PIC X VALUE 'N'.
        88 FIM-CADINSCR                  VALUE 'S'.
       77 WS-EOF-AUT                     PIC X VALUE 'N'.
        88 FIM-CADAUTNT                  VALUE 'S'.
       77 WS-EOF-CHAMA                   PIC X VALUE 'N'.
        88 FIM-CADCHAMA                  VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-TURMA-FILTRO                PIC X(03) VALUE SPACES.
       77 WS-MES-TEXTO                   PIC X(06) VALUE SPACES.
       01 WS-MES-DIARIO.
           03 WS-MES-ANO                 PIC 9(04).
           03 WS-MES-MES                 PIC 9(02).
       77 WS-ESCOLA-ID                   PIC X(10) VALUE SPACES.
       77 WS-ESCOLA-NOME                 PIC X(40) VALUE SPACES.

      * dias uteis do mes do diario (segunda a sexta), uma coluna
      * cada; no modulo 7 do INTEGER-OF-DATE, 1 e segunda
       01 WS-TAB-DIAS.
           03 WS-QTD-DIAS                PIC 9(02) VALUE ZEROS.
           03 WS-DIA-AULA OCCURS 23 TIMES PIC 9(02).
       77 WS-IX-DIA                      PIC 9(02) VALUE ZEROS.
       77 WS-DIA                         PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
       77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
       77 WS-DATA-DIA                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM-MES                PIC 9(08) VALUE ZEROS.
       01 WS-DT-PROXIMO-MES.
           03 WS-PM-ANO                  PIC 9(04).
           03 WS-PM-MES                  PIC 9(02).
           03 WS-PM-DIA                  PIC 9(02).
       01 WS-DT-PROXIMO-MES-N REDEFINES WS-DT-PROXIMO-MES
                                         PIC 9(08).
       77 WS-POS                         PIC 9(03) VALUE ZEROS.
       77 WS-POS-NOTAS                   PIC 9(03) VALUE ZEROS.
       77 WS-LARGURA-GRADE               PIC 9(03) VALUE ZEROS.

      * autorizacoes materia x turma, lidas uma vez do CADAUTNT
       01 WS-TAB-AUTORIZACAO.
           03 WS-QTD-AUT                 PIC 9(04) VALUE ZEROS.
           03 WS-AUT-ENTRADA OCCURS 1000 TIMES.
               05 WS-AUT-OPERADOR        PIC 9(08).
               05 WS-AUT-MATERIA         PIC X(06).
               05 WS-AUT-TURMA           PIC X(03).
       77 WS-IX-AUT                      PIC 9(04) VALUE ZEROS.

      * numeracao da chamada
       77 WS-TURMA-NUM                   PIC X(03) VALUE SPACES.
       77 WS-ALUNO-ANTERIOR              PIC 9(05) VALUE ZEROS.
       77 WS-MAIOR-NUMERO                PIC 9(03) VALUE ZEROS.
       77 WS-AL-NOME                     PIC X(30) VALUE SPACES.
       77 WS-AL-STATUS                   PIC X(01) VALUE SPACE.
       77 WS-AL-DT-STATUS                PIC 9(08) VALUE ZEROS.

      * diario em impressao
       77 WS-DIARIO-ABERTO               PIC X VALUE 'N'.
       77 WS-DIA-TURMA                   PIC X(03) VALUE SPACES.
       77 WS-DIA-MATERIA                 PIC X(06) VALUE SPACES.
       77 WS-TURMA-DESC                  PIC X(30) VALUE SPACES.
       77 WS-TURNO-TEXTO                 PIC X(05) VALUE SPACES.
       77 WS-MATERIA-DESC                PIC X(30) VALUE SPACES.
       77 WS-PROFESSOR                   PIC 9(08) VALUE ZEROS.
       77 WS-PROF-NOME                   PIC X(40) VALUE SPACES.
       77 WS-PAGINA-DIARIO               PIC 9(03) VALUE ZEROS.
       77 WS-NOME-RISCADO                PIC X(30) VALUE SPACES.
       77 WS-STATUS-TEXTO                PIC X(12) VALUE SPACES.
       77 WS-QTD-NO-DIARIO               PIC 9(03) VALUE ZEROS.
       01 WS-NOTAS-ALUNO.
           03 WS-NOTA-ALUNO OCCURS 4 TIMES PIC 9(02)V9.
       01 WS-PREENCH-ALUNO               PIC X(04).
       77 WS-IX-NOTA                     PIC 9(01) VALUE ZEROS.
       77 WS-NOTA-ED                     PIC Z9.9.

       77 WS-TOT-DIARIOS                 PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ALUNOS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RISCADOS                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NUMERADOS               PIC 9(06) VALUE ZEROS.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).

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

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-ABERTO-INSCR = 'S'
               SORT ARQ-SORT-NUM
                   ON ASCENDING KEY SN-TURMA
                   ON ASCENDING KEY SN-NOME
                   ON ASCENDING KEY SN-CD-ALUNO
                   INPUT PROCEDURE IS 2000-SELECIONA-ALUNOS
                   OUTPUT PROCEDURE IS 3000-NUMERA-CHAMADA
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-TURMA
                   ON ASCENDING KEY SR-MATERIA
                   ON ASCENDING KEY SR-NUMERO
                   INPUT PROCEDURE IS 4000-SELECIONA-DIARIO
                   OUTPUT PROCEDURE IS 5000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem termo ou sem CADINSCR nao ha diario: o passo termina com
      * codigo 8
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           ACCEPT WS-TERMO FROM ENVIRONMENT "BOLETIM_TERMO".
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO DO DIARIO: '
               ACCEPT WS-TERMO
           END-IF.
           ACCEPT WS-TURMA-FILTRO FROM ENVIRONMENT "DIARIO_TURMA".
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO NAO INFORMADO - DIARIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-MES-DO-DIARIO
               PERFORM 1200-ESCOLA
               PERFORM 1300-CARREGA-AUTORIZACOES
               PERFORM 1400-ABRE-ARQUIVOS
           END-IF.

      * mes informado fora do formato AAAAMM vale o mes corrente
       1100-MES-DO-DIARIO.
           ACCEPT WS-MES-TEXTO FROM ENVIRONMENT "DIARIO_MES".
           MOVE WS-DT-EXEC (1:6) TO WS-MES-DIARIO.
           IF WS-MES-TEXTO NOT = SPACES
               IF WS-MES-TEXTO IS NUMERIC AND
                  WS-MES-TEXTO (5:2) >= '01' AND
                  WS-MES-TEXTO (5:2) <= '12'
                   MOVE WS-MES-TEXTO TO WS-MES-DIARIO
               ELSE
                   DISPLAY 'DIARIO_MES INVALIDO: ' WS-MES-TEXTO
                       ' - VALE O MES CORRENTE'
               END-IF
           END-IF.
           MOVE WS-MES-ANO TO WS-PM-ANO.
           MOVE WS-MES-MES TO WS-PM-MES.
           MOVE 01 TO WS-PM-DIA.
           IF WS-PM-MES = 12
               ADD 1 TO WS-PM-ANO
               MOVE 01 TO WS-PM-MES
           ELSE
               ADD 1 TO WS-PM-MES
           END-IF.
           COMPUTE WS-DATA-FIM-MES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DT-PROXIMO-MES-N) - 1).
           MOVE WS-DATA-FIM-MES (7:2) TO WS-ULTIMO-DIA.
           MOVE 0 TO WS-QTD-DIAS.
           PERFORM 1110-DIA-UTIL
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-ULTIMO-DIA.
           COMPUTE WS-LARGURA-GRADE = WS-QTD-DIAS * 3 + 1.
           COMPUTE WS-POS-NOTAS = 36 + WS-LARGURA-GRADE + 1.

       1110-DIA-UTIL.
           MOVE WS-MES-DIARIO TO WS-DATA-DIA (1:6).
           MOVE WS-DIA TO WS-DATA-DIA (7:2).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (FUNCTION INTEGER-OF-DATE (WS-DATA-DIA), 7).
           IF WS-DIA-SEMANA >= 1 AND WS-DIA-SEMANA <= 5 AND
              WS-QTD-DIAS < 23
               ADD 1 TO WS-QTD-DIAS
               MOVE WS-DIA TO WS-DIA-AULA (WS-QTD-DIAS)
           END-IF.

      * o nome da escola vem do parametro ESCOLA_NOME; sem ele, o
      * codigo ESCOLA_ID
       1200-ESCOLA.
           MOVE 'ESCOLA_NOME' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-ESCOLA-NOME.
           MOVE 'ESCOLA_ID' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-ESCOLA-ID.
           IF WS-ESCOLA-ID = SPACES
               MOVE 'ESCOLA01' TO WS-ESCOLA-ID
           END-IF.
           IF WS-ESCOLA-NOME = SPACES
               MOVE WS-ESCOLA-ID TO WS-ESCOLA-NOME
           END-IF.

       1300-CARREGA-AUTORIZACOES.
           MOVE 0 TO WS-QTD-AUT.
           MOVE 'N' TO WS-EOF-AUT.
           OPEN INPUT CADAUTNT.
           IF WS-FS-CADAUTNT = 0
               PERFORM 1310-LE-AUTORIZACAO UNTIL FIM-CADAUTNT
               CLOSE CADAUTNT
           END-IF.

       1310-LE-AUTORIZACAO.
           READ CADAUTNT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-AUT
               NOT AT END
                   IF WS-QTD-AUT < 1000
                       ADD 1 TO WS-QTD-AUT
                       MOVE AT-OPERADOR TO WS-AUT-OPERADOR (WS-QTD-AUT)
                       MOVE AT-MATERIA  TO WS-AUT-MATERIA (WS-QTD-AUT)
                       MOVE AT-TURMA    TO WS-AUT-TURMA (WS-QTD-AUT)
                   ELSE
                       MOVE 'S' TO WS-EOF-AUT
                   END-IF
           END-READ.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo DIARIOIMP pela variavel DD_DIARIOIMP estilo DD
       1400-ABRE-ARQUIVOS.
           OPEN INPUT CADINSCR.
           IF WS-FS-CADINSCR NOT = 0
               DISPLAY 'CADASTRO DE INSCRICOES NAO ENCONTRADO: '
                   'CADINSCR - DIARIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-ABERTO-INSCR
               OPEN I-O CADCHAMA
               IF WS-FS-CADCHAMA = 35
                   OPEN OUTPUT CADCHAMA
                   CLOSE CADCHAMA
                   OPEN I-O CADCHAMA
               END-IF
               IF WS-FS-CADCHAMA = 0
                   MOVE 'S' TO WS-ABERTO-CHAMA
               END-IF
               OPEN INPUT CADALUNO
               IF WS-FS-CADALUNO = 0
                   MOVE 'S' TO WS-ABERTO-ALUNO
               END-IF
               OPEN INPUT ARQ-NOTAS
               IF WS-FS-NOTAS = 0
                   MOVE 'S' TO WS-ABERTO-NOTAS
               END-IF
               OPEN INPUT CADTURMA
               IF WS-FS-CADTURMA = 0
                   MOVE 'S' TO WS-ABERTO-TURMA
               END-IF
               OPEN INPUT CADMAT
               IF WS-FS-CADMAT = 0
                   MOVE 'S' TO WS-ABERTO-MAT
               END-IF
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               IF WS-FS-CADUSER = 0
                   MOVE 'S' TO WS-ABERTO-CADUSER
               END-IF
               MOVE SPACES TO WS-NOME-IMP
               STRING 'DIARIO.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_DIARIOIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

      * os alunos inscritos do termo (da turma pedida ou de todas),
      * uma linha por inscricao: a duplicata do mesmo aluno em outra
      * materia sai na numeracao
       2000-SELECIONA-ALUNOS SECTION.
           PERFORM 2100-POSICIONA-INSCRICAO.
           PERFORM 2200-LE-INSCRICAO-NUM UNTIL FIM-CADINSCR.
           GO TO 2900-SELECIONA-ALUNOS-EXIT.

       2100-POSICIONA-INSCRICAO.
           MOVE 'N' TO WS-EOF-INSCR.
           MOVE WS-TERMO   TO IN-TERMO.
           MOVE ZEROS      TO IN-CD-ALUNO.
           MOVE LOW-VALUES TO IN-MATERIA.
           START CADINSCR KEY IS GREATER THAN OR EQUAL TO IN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-INSCR
           END-START.

       2200-LE-INSCRICAO-NUM.
           READ CADINSCR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INSCR
               NOT AT END
                   IF IN-TERMO NOT = WS-TERMO
                       MOVE 'S' TO WS-EOF-INSCR
                   ELSE
                       IF WS-TURMA-FILTRO = SPACES OR
                          IN-TURMA = WS-TURMA-FILTRO
                           PERFORM 2300-DADOS-DO-ALUNO
                           MOVE IN-TURMA    TO SN-TURMA
                           MOVE WS-AL-NOME  TO SN-NOME
                           MOVE IN-CD-ALUNO TO SN-CD-ALUNO
                           RELEASE REG-SORT-NUM
                       END-IF
                   END-IF
           END-READ.

      * o diario trata o aluno pelo nome social quando houver
       2300-DADOS-DO-ALUNO.
           MOVE 'ALUNO FORA DO CADALUNO' TO WS-AL-NOME.
           MOVE 'A' TO WS-AL-STATUS.
           MOVE ZEROS TO WS-AL-DT-STATUS.
           IF WS-ABERTO-ALUNO = 'S'
               MOVE IN-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-NOME TO WS-AL-NOME
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WS-AL-NOME
                       END-IF
                       MOVE AL-STATUS TO WS-AL-STATUS
                       MOVE AL-DT-STATUS TO WS-AL-DT-STATUS
               END-READ
           END-IF.

       2900-SELECIONA-ALUNOS-EXIT.
           EXIT.

      * quem ja tem numero no termo fica com ele; o aluno novo recebe
      * o proximo numero da turma, na ordem alfabetica dos novos
       3000-NUMERA-CHAMADA SECTION.
           MOVE 'N' TO WS-EOF-SORT.
           MOVE SPACES TO WS-TURMA-NUM.
           MOVE ZEROS TO WS-ALUNO-ANTERIOR.
           PERFORM 3100-PROXIMO-ALUNO UNTIL FIM-SORT.
           GO TO 3900-NUMERA-CHAMADA-EXIT.

       3100-PROXIMO-ALUNO.
           RETURN ARQ-SORT-NUM
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF SN-TURMA NOT = WS-TURMA-NUM
                       MOVE SN-TURMA TO WS-TURMA-NUM
                       MOVE ZEROS TO WS-ALUNO-ANTERIOR
                       PERFORM 3200-MAIOR-NUMERO
                   END-IF
                   IF SN-CD-ALUNO NOT = WS-ALUNO-ANTERIOR
                       MOVE SN-CD-ALUNO TO WS-ALUNO-ANTERIOR
                       PERFORM 3300-CONFERE-NUMERO
                   END-IF
           END-RETURN.

       3200-MAIOR-NUMERO.
           MOVE ZEROS TO WS-MAIOR-NUMERO.
           IF WS-ABERTO-CHAMA = 'S'
               MOVE 'N' TO WS-EOF-CHAMA
               MOVE WS-TERMO TO NC-TERMO
               MOVE SN-TURMA TO NC-TURMA
               MOVE ZEROS    TO NC-CD-ALUNO
               START CADCHAMA KEY IS GREATER THAN OR EQUAL TO NC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-CHAMA
               END-START
               PERFORM 3210-LE-NUMERO UNTIL FIM-CADCHAMA
           END-IF.

       3210-LE-NUMERO.
           READ CADCHAMA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CHAMA
               NOT AT END
                   IF NC-TERMO NOT = WS-TERMO OR
                      NC-TURMA NOT = WS-TURMA-NUM
                       MOVE 'S' TO WS-EOF-CHAMA
                   ELSE
                       IF NC-NUMERO > WS-MAIOR-NUMERO
                           MOVE NC-NUMERO TO WS-MAIOR-NUMERO
                       END-IF
                   END-IF
           END-READ.

       3300-CONFERE-NUMERO.
           IF WS-ABERTO-CHAMA = 'S'
               MOVE WS-TERMO    TO NC-TERMO
               MOVE SN-TURMA    TO NC-TURMA
               MOVE SN-CD-ALUNO TO NC-CD-ALUNO
               READ CADCHAMA
                   INVALID KEY
                       ADD 1 TO WS-MAIOR-NUMERO
                       MOVE WS-MAIOR-NUMERO TO NC-NUMERO
                       MOVE WS-DT-EXEC TO NC-DATA
                       WRITE REG-CHAMADA
                           INVALID KEY
                               DISPLAY 'ERRO AO NUMERAR O ALUNO '
                                   SN-CD-ALUNO ' - STATUS '
                                   WS-FS-CADCHAMA
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-NUMERADOS
                       END-WRITE
               END-READ
           END-IF.

       3900-NUMERA-CHAMADA-EXIT.
           EXIT.

       4000-SELECIONA-DIARIO SECTION.
           PERFORM 2100-POSICIONA-INSCRICAO.
           PERFORM 4100-LE-INSCRICAO UNTIL FIM-CADINSCR.
           GO TO 4900-SELECIONA-DIARIO-EXIT.

       4100-LE-INSCRICAO.
           READ CADINSCR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INSCR
               NOT AT END
                   IF IN-TERMO NOT = WS-TERMO
                       MOVE 'S' TO WS-EOF-INSCR
                   ELSE
                       IF WS-TURMA-FILTRO = SPACES OR
                          IN-TURMA = WS-TURMA-FILTRO
                           PERFORM 4200-LIBERA-LINHA
                       END-IF
                   END-IF
           END-READ.

       4200-LIBERA-LINHA.
           PERFORM 2300-DADOS-DO-ALUNO.
           MOVE ZEROS TO SR-NUMERO.
           IF WS-ABERTO-CHAMA = 'S'
               MOVE WS-TERMO    TO NC-TERMO
               MOVE IN-TURMA    TO NC-TURMA
               MOVE IN-CD-ALUNO TO NC-CD-ALUNO
               READ CADCHAMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NC-NUMERO TO SR-NUMERO
               END-READ
           END-IF.
           MOVE IN-TURMA        TO SR-TURMA.
           MOVE IN-MATERIA      TO SR-MATERIA.
           MOVE IN-CD-ALUNO     TO SR-CD-ALUNO.
           MOVE WS-AL-NOME      TO SR-NOME.
           MOVE WS-AL-STATUS    TO SR-STATUS.
           MOVE WS-AL-DT-STATUS TO SR-DT-STATUS.
           RELEASE REG-SORT.

       4900-SELECIONA-DIARIO-EXIT.
           EXIT.

      * um diario por turma e materia, cada um comecando em pagina
      * nova
       5000-IMPRIME SECTION.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 5100-PROXIMO-ALUNO UNTIL FIM-SORT.
           PERFORM 5400-FECHA-DIARIO.
           PERFORM 5600-RODAPE.
           GO TO 5900-IMPRIME-EXIT.

       5100-PROXIMO-ALUNO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF WS-DIARIO-ABERTO NOT = 'S' OR
                      SR-TURMA NOT = WS-DIA-TURMA OR
                      SR-MATERIA NOT = WS-DIA-MATERIA
                       PERFORM 5400-FECHA-DIARIO
                       PERFORM 5200-ABRE-DIARIO
                   END-IF
                   IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS - 3
                       PERFORM 5300-CABECALHO
                   END-IF
                   PERFORM 5500-LINHA-ALUNO
           END-RETURN.

       5200-ABRE-DIARIO.
           MOVE SR-TURMA   TO WS-DIA-TURMA.
           MOVE SR-MATERIA TO WS-DIA-MATERIA.
           MOVE 'S' TO WS-DIARIO-ABERTO.
           MOVE ZEROS TO WS-PAGINA-DIARIO.
           MOVE ZEROS TO WS-QTD-NO-DIARIO.
           ADD 1 TO WS-TOT-DIARIOS.
           PERFORM 5210-DADOS-DA-TURMA.
           PERFORM 5220-DADOS-DA-MATERIA.
           PERFORM 5230-PROFESSOR.
           PERFORM 5300-CABECALHO.

       5210-DADOS-DA-TURMA.
           MOVE 'TURMA FORA DO CADTURMA' TO WS-TURMA-DESC.
           MOVE SPACES TO WS-TURNO-TEXTO.
           MOVE ZEROS TO TU-PROFESSOR.
           IF WS-ABERTO-TURMA = 'S'
               MOVE WS-DIA-TURMA TO TU-CODIGO
               READ CADTURMA
                   INVALID KEY
                       MOVE ZEROS TO TU-PROFESSOR
                   NOT INVALID KEY
                       MOVE TU-DESCRICAO TO WS-TURMA-DESC
                       EVALUATE TRUE
                           WHEN TURNO-MANHA
                               MOVE 'MANHA' TO WS-TURNO-TEXTO
                           WHEN TURNO-TARDE
                               MOVE 'TARDE' TO WS-TURNO-TEXTO
                           WHEN TURNO-NOITE
                               MOVE 'NOITE' TO WS-TURNO-TEXTO
                           WHEN OTHER
                               MOVE TU-TURNO TO WS-TURNO-TEXTO
                       END-EVALUATE
               END-READ
           END-IF.

       5220-DADOS-DA-MATERIA.
           MOVE 'MATERIA FORA DO CADMAT' TO WS-MATERIA-DESC.
           IF WS-ABERTO-MAT = 'S'
               MOVE WS-DIA-MATERIA TO MT-CODIGO
               READ CADMAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MT-DESCRICAO TO WS-MATERIA-DESC
               END-READ
           END-IF.

      * o professor e o primeiro autorizado na materia e turma pelo
      * CADAUTNT; sem autorizacao, o professor responsavel da turma
       5230-PROFESSOR.
           MOVE ZEROS TO WS-PROFESSOR.
           PERFORM 5231-PROCURA-PROFESSOR
               VARYING WS-IX-AUT FROM 1 BY 1
               UNTIL WS-IX-AUT > WS-QTD-AUT
                  OR WS-PROFESSOR NOT = ZEROS.
           IF WS-PROFESSOR = ZEROS
               MOVE TU-PROFESSOR TO WS-PROFESSOR
           END-IF.
           MOVE SPACES TO WS-PROF-NOME.
           IF WS-PROFESSOR = ZEROS
               MOVE 'NAO DEFINIDO' TO WS-PROF-NOME
           ELSE
               MOVE 'OPERADOR FORA DO CADUSER' TO WS-PROF-NOME
               IF WS-ABERTO-CADUSER = 'S'
                   MOVE WS-PROFESSOR TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FD-NM TO WS-PROF-NOME
                   END-READ
               END-IF
           END-IF.

       5231-PROCURA-PROFESSOR.
           IF WS-AUT-MATERIA (WS-IX-AUT) = WS-DIA-MATERIA AND
              WS-AUT-TURMA (WS-IX-AUT) = WS-DIA-TURMA
               MOVE WS-AUT-OPERADOR (WS-IX-AUT) TO WS-PROFESSOR
           END-IF.

      * o cabecalho se repete em cada pagina do diario
       5300-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           ADD 1 TO WS-PAGINA-DIARIO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'DIARIO DE CLASSE - ' FUNCTION TRIM (WS-ESCOLA-NOME)
               '   TERMO ' WS-TERMO '   MES ' WS-MES-MES '/'
               WS-MES-ANO '   FOLHA ' WS-PAGINA-DIARIO
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5350-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TURMA ' WS-DIA-TURMA ' - '
               FUNCTION TRIM (WS-TURMA-DESC) '   TURNO '
               WS-TURNO-TEXTO '   MATERIA ' WS-DIA-MATERIA ' - '
               FUNCTION TRIM (WS-MATERIA-DESC)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5350-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PROFESSOR ' WS-PROFESSOR ' - '
               FUNCTION TRIM (WS-PROF-NOME)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5350-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 5350-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'NO  ALUNO' TO WS-LINHA-IMP (1:9).
           PERFORM 5310-DIA-DO-CABECALHO
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-QTD-DIAS.
           COMPUTE WS-POS = 36 + WS-QTD-DIAS * 3.
           MOVE '|' TO WS-LINHA-IMP (WS-POS:1).
           MOVE '  N1    N2    N3    N4'
               TO WS-LINHA-IMP (WS-POS-NOTAS:22).
           PERFORM 5350-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 5350-GRAVA-LINHA.
           MOVE 6 TO WS-LINHAS-PAGINA.

       5310-DIA-DO-CABECALHO.
           COMPUTE WS-POS = 36 + (WS-IX-DIA - 1) * 3.
           MOVE '|' TO WS-LINHA-IMP (WS-POS:1).
           MOVE WS-DIA-AULA (WS-IX-DIA) TO WS-LINHA-IMP (WS-POS + 1:2).

       5350-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

      * o diario fecha com as linhas de aulas dadas e de assinatura
       5400-FECHA-DIARIO.
           IF WS-DIARIO-ABERTO = 'S'
               MOVE ALL '-' TO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ALUNOS NO DIARIO: ' WS-QTD-NO-DIARIO
                   '     AULAS DADAS NO MES: ______'
                   '     ASSINATURA DO PROFESSOR: '
                   '______________________________'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE 'N' TO WS-DIARIO-ABERTO
               MOVE WS-LIMITE-LINHAS TO WS-LINHAS-PAGINA
           END-IF.

      * aluno ativo ganha a grade em branco; o que saiu da turma sai
      * riscado de ponta a ponta, com o status e a data dele
       5500-LINHA-ALUNO.
           ADD 1 TO WS-QTD-NO-DIARIO.
           ADD 1 TO WS-TOT-ALUNOS.
           PERFORM 5510-NOTAS-DO-ALUNO.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE SR-NUMERO TO WS-LINHA-IMP (1:3).
           IF SR-STATUS = 'A' OR SR-STATUS = SPACE
               MOVE SR-NOME TO WS-LINHA-IMP (5:30)
               PERFORM 5520-COLUNA-EM-BRANCO
                   VARYING WS-IX-DIA FROM 1 BY 1
                   UNTIL WS-IX-DIA > WS-QTD-DIAS
               COMPUTE WS-POS = 36 + WS-QTD-DIAS * 3
               MOVE '|' TO WS-LINHA-IMP (WS-POS:1)
           ELSE
               ADD 1 TO WS-TOT-RISCADOS
               MOVE SR-NOME TO WS-NOME-RISCADO
               INSPECT WS-NOME-RISCADO REPLACING ALL SPACE BY '-'
               MOVE WS-NOME-RISCADO TO WS-LINHA-IMP (5:30)
               EVALUATE SR-STATUS
                   WHEN 'T'
                       MOVE 'TRANSFERIDO' TO WS-STATUS-TEXTO
                   WHEN 'E'
                       MOVE 'EVADIDO' TO WS-STATUS-TEXTO
                   WHEN 'C'
                       MOVE 'CONCLUIDO' TO WS-STATUS-TEXTO
                   WHEN OTHER
                       MOVE SR-STATUS TO WS-STATUS-TEXTO
               END-EVALUATE
               MOVE ALL '-' TO WS-LINHA-IMP (35:WS-LARGURA-GRADE + 1)
               MOVE SPACES TO WS-NOME-RISCADO
               STRING ' ' FUNCTION TRIM (WS-STATUS-TEXTO) ' EM '
                   SR-DT-STATUS (7:2) '/' SR-DT-STATUS (5:2) '/'
                   SR-DT-STATUS (1:4) ' '
                   DELIMITED BY SIZE INTO WS-NOME-RISCADO
               MOVE WS-NOME-RISCADO TO WS-LINHA-IMP (38:30)
           END-IF.
           PERFORM 5530-CAIXA-DE-NOTA
               VARYING WS-IX-NOTA FROM 1 BY 1
               UNTIL WS-IX-NOTA > 4.
           PERFORM 5350-GRAVA-LINHA.

      * so a nota ja lancada entra na caixa; sem BOLETIM as quatro
      * ficam em branco
       5510-NOTAS-DO-ALUNO.
           MOVE ZEROS TO WS-NOTAS-ALUNO.
           MOVE 'NNNN' TO WS-PREENCH-ALUNO.
           IF WS-ABERTO-NOTAS = 'S'
               MOVE WS-TERMO    TO BN-TERMO
               MOVE SR-CD-ALUNO TO BN-CD-ALUNO
               MOVE SR-MATERIA  TO BN-MATERIA
               READ ARQ-NOTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BN-N1 TO WS-NOTA-ALUNO (1)
                       MOVE BN-N2 TO WS-NOTA-ALUNO (2)
                       MOVE BN-N3 TO WS-NOTA-ALUNO (3)
                       MOVE BN-N4 TO WS-NOTA-ALUNO (4)
                       MOVE BN-NOTAS-PREENCH TO WS-PREENCH-ALUNO
               END-READ
           END-IF.

       5520-COLUNA-EM-BRANCO.
           COMPUTE WS-POS = 36 + (WS-IX-DIA - 1) * 3.
           MOVE '|' TO WS-LINHA-IMP (WS-POS:1).

       5530-CAIXA-DE-NOTA.
           COMPUTE WS-POS = WS-POS-NOTAS + (WS-IX-NOTA - 1) * 6.
           MOVE '[    ]' TO WS-LINHA-IMP (WS-POS:6).
           IF WS-PREENCH-ALUNO (WS-IX-NOTA:1) = 'S'
               MOVE WS-NOTA-ALUNO (WS-IX-NOTA) TO WS-NOTA-ED
               MOVE WS-NOTA-ED TO WS-LINHA-IMP (WS-POS + 1:4)
           END-IF.

      * pagina final de totais do relatorio
       5600-RODAPE.
           IF WS-FS-IMP = 0
               MOVE SPACES TO WS-DIA-TURMA WS-DIA-MATERIA
               MOVE SPACES TO WS-TURMA-DESC WS-MATERIA-DESC
               MOVE SPACES TO WS-TURNO-TEXTO WS-PROF-NOME
               MOVE ZEROS TO WS-PROFESSOR
               ADD 1 TO WS-NUM-PAGINA
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'DIARIO DE CLASSE - TOTAIS   TERMO ' WS-TERMO
                   '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
                   '   PAGINA ' WS-NUM-PAGINA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE ALL '-' TO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE WS-TOT-DIARIOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'DIARIOS IMPRESSOS................: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE WS-TOT-ALUNOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'LINHAS DE ALUNO..................: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE WS-TOT-RISCADOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ALUNOS RISCADOS (NAO-ATIVOS).....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE WS-TOT-NUMERADOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'NUMEROS DE CHAMADA NOVOS.........: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 5350-GRAVA-LINHA
               CLOSE ARQ-IMP
               PERFORM 5700-REGISTRA-CATALOGO
               DISPLAY 'DIARIOS GRAVADOS EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       5700-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'DIARIO' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       5900-IMPRIME-EXIT.
           EXIT.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDDIARIO' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-ABERTO-INSCR = 'S'
               CLOSE CADINSCR
           END-IF.
           IF WS-ABERTO-CHAMA = 'S'
               CLOSE CADCHAMA
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
           END-IF.
           IF WS-ABERTO-TURMA = 'S'
               CLOSE CADTURMA
           END-IF.
           IF WS-ABERTO-MAT = 'S'
               CLOSE CADMAT
           END-IF.
           IF WS-ABERTO-CADUSER = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDDIARIO.
