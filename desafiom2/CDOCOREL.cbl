      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:RELATORIOS DE OCORRENCIAS DISCIPLINARES - le o cadastro
      *         CADOCORR (CDOCORR) e imprime, conforme a rodada:
      *           - com OCOREL_ALUNO informado, o historico do aluno:
      *             dados do CADALUNO, responsaveis do CADRESP e todas
      *             as ocorrencias em ordem de data, com tipo,
      *             gravidade, professor, medida, descricao e a carta
      *             aos responsaveis (tipo OCOALU no RELCATAL, arquivo
      *             datado OCOALU.AAAAMMDD);
      *           - sem aluno, o resumo mensal por turma das
      *             ocorrencias do mes OCOREL_MES (AAAAMM; em branco,
      *             o mes anterior ao da rodada, que e quando a stream
      *             MENSAL roda): por aluno, em ordem alfabetica pela
      *             forma de pesquisa do CDNORNOM, as ocorrencias
      *             leves, medias e graves; por turma, o total e a
      *             contagem por tipo da tabela CADTPOCO (tipo OCOTUR
      *             no RELCATAL, arquivo datado OCOTUR.AAAAMMDD).
      *         Classificado via SORT, gravado no arquivo de impressao
      *         OCORELIMP (nome fisico via DD_OCORELIMP) e registrado
      *         no catalogo RELCATAL. O historico tambem e pedido da
      *         tela pelo CDOCORR (opcao <H>).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDOCOREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOCORR ASSIGN TO
           "CADOCORR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OC-CHAVE
           FILE STATUS IS WS-FS-CADOCORR.

           SELECT CADTPOCO ASSIGN TO
           "CADTPOCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TO-CODIGO
           FILE STATUS IS WS-FS-CADTPOCO.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-CADRESP.

           SELECT ARQ-IMP ASSIGN TO
           "OCORELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD CADOCORR.
           COPY REGOCORR.

       FD CADTPOCO.
           COPY REGTPOCO.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADRESP.
           COPY REGRESP.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-TURMA                   PIC X(03).
           03 SR-NOME-NORMAL             PIC X(40).
           03 SR-CD-ALUNO                PIC 9(05).
           03 SR-DATA                    PIC 9(08).
           03 SR-SEQ                     PIC 9(04).
           03 SR-NOME                    PIC X(30).
           03 SR-TURMA-OCO               PIC X(03).
           03 SR-TIPO                    PIC X(04).
           03 SR-GRAVIDADE               PIC X(01).
           03 SR-PROFESSOR               PIC 9(08).
           03 SR-MEDIDA                  PIC X(40).
           03 SR-DESCRICAO               PIC X(100).
           03 SR-CARTA                   PIC X(01).
           03 SR-DT-CARTA                PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADOCORR                 PIC 99.
       77 WS-FS-CADTPOCO                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADRESP                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-ABERTO-OCORR                PIC X VALUE 'N'.
       77 WS-ABERTO-TIPO                 PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-RESP                 PIC X VALUE 'N'.
       77 WS-EOF-OCORR                   PIC X VALUE 'N'.
        88 FIM-CADOCORR                  VALUE 'S'.
       77 WS-EOF-TIPO                    PIC X VALUE 'N'.
        88 FIM-CADTPOCO                  VALUE 'S'.
       77 WS-EOF-RESP                    PIC X VALUE 'N'.
        88 FIM-CADRESP                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

      * modo da rodada: A historico de um aluno, T resumo por turma
       77 WS-MODO                        PIC X(01) VALUE 'T'.
        88 MODO-ALUNO                    VALUE 'A'.
        88 MODO-TURMA                    VALUE 'T'.
       77 WS-ALUNO-TEXTO                 PIC X(05) VALUE SPACES.
       77 WS-CD-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-MES-TEXTO                   PIC X(06) VALUE SPACES.
       01 WS-MES-REL.
           03 WS-MES-ANO                 PIC 9(04).
           03 WS-MES-MES                 PIC 9(02).
       77 WS-TIPO-REL                    PIC X(10) VALUE SPACES.

      * nome do aluno guardado da ultima leitura do CADALUNO
       77 WS-ULT-ALUNO                   PIC 9(05) VALUE ZEROS.
       77 WS-ULT-NOME                    PIC X(30) VALUE SPACES.
       77 WS-ULT-NORMAL                  PIC X(100) VALUE SPACES.
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.

      * tipos de ocorrencia da tabela CADTPOCO, com a contagem da
      * turma e a geral
       01 WS-TAB-TIPOS.
           03 WS-QTD-TIPOS               PIC 9(03) VALUE ZEROS.
           03 WS-TIPO-ITEM OCCURS 100 TIMES.
               05 WS-TP-CODIGO           PIC X(04).
               05 WS-TP-DESCRICAO        PIC X(30).
               05 WS-TP-QTD-TURMA        PIC 9(05).
               05 WS-TP-QTD-GERAL        PIC 9(05).
       77 WS-IX-TIPO                     PIC 9(03) VALUE ZEROS.
       77 WS-IX-ACHADO                   PIC 9(03) VALUE ZEROS.
       77 WS-DESCR-TIPO                  PIC X(30) VALUE SPACES.

      * quebras e contadores do resumo por turma
       77 WS-TURMA-ATUAL                 PIC X(03) VALUE SPACES.
       77 WS-ALUNO-ATUAL                 PIC 9(05) VALUE ZEROS.
       77 WS-NOME-ATUAL                  PIC X(30) VALUE SPACES.
       77 WS-PRIMEIRO                    PIC X(01) VALUE 'S'.
       77 WS-AL-LEVES                    PIC 9(04) VALUE ZEROS.
       77 WS-AL-MEDIAS                   PIC 9(04) VALUE ZEROS.
       77 WS-AL-GRAVES                   PIC 9(04) VALUE ZEROS.
       77 WS-AL-TOTAL                    PIC 9(04) VALUE ZEROS.
       77 WS-TU-ALUNOS                   PIC 9(05) VALUE ZEROS.
       77 WS-TU-TOTAL                    PIC 9(05) VALUE ZEROS.
       77 WS-TU-GRAVES                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-OCORRENCIAS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LEVES                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-MEDIAS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-GRAVES                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TURMAS                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ALUNOS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CARTAS                  PIC 9(06) VALUE ZEROS.
       77 WS-GRAVIDADE-TEXTO             PIC X(05) VALUE SPACES.
       77 WS-CARTA-TEXTO                 PIC X(30) VALUE SPACES.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).

      * linha de aluno do resumo por turma
       01 WS-LINHA-RESUMO.
           03 LR-CD-ALUNO                PIC 9(05).
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 LR-NOME                    PIC X(30).
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 LR-LEVES                   PIC ZZZ9.
           03 FILLER                     PIC X(03) VALUE SPACES.
           03 LR-MEDIAS                  PIC ZZZ9.
           03 FILLER                     PIC X(03) VALUE SPACES.
           03 LR-GRAVES                  PIC ZZZ9.
           03 FILLER                     PIC X(03) VALUE SPACES.
           03 LR-TOTAL                   PIC ZZZ9.

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
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-TURMA
                   ON ASCENDING KEY SR-NOME-NORMAL
                   ON ASCENDING KEY SR-CD-ALUNO
                   ON ASCENDING KEY SR-DATA
                   ON ASCENDING KEY SR-SEQ
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem CADOCORR nenhuma ocorrencia foi registrada ainda: nao ha o
      * que imprimir e o passo termina sem erro
      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo OCORELIMP pela variavel DD_OCORELIMP estilo DD
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           PERFORM 1100-MODO-DA-RODADA.
           OPEN INPUT CADOCORR.
           IF WS-FS-CADOCORR NOT = 0
               DISPLAY 'CADOCORR NAO ENCONTRADO - SEM OCORRENCIAS '
                   'DISCIPLINARES'
           ELSE
               MOVE 'S' TO WS-ABERTO-OCORR
               PERFORM 1200-CARREGA-TIPOS
               OPEN INPUT CADALUNO
               IF WS-FS-CADALUNO = 0
                   MOVE 'S' TO WS-ABERTO-ALUNO
               END-IF
               IF MODO-ALUNO
                   OPEN INPUT CADRESP
                   IF WS-FS-CADRESP = 0
                       MOVE 'S' TO WS-ABERTO-RESP
                   END-IF
               END-IF
               MOVE SPACES TO WS-NOME-IMP
               STRING FUNCTION TRIM (WS-TIPO-REL) '.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_OCORELIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

      * aluno informado pede o historico dele; sem aluno vale o resumo
      * do mes, e mes fora do formato AAAAMM vale o mes anterior
       1100-MODO-DA-RODADA.
           ACCEPT WS-ALUNO-TEXTO FROM ENVIRONMENT "OCOREL_ALUNO".
           IF WS-ALUNO-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-ALUNO-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-ALUNO-TEXTO) TO WS-CD-ALUNO
           END-IF.
           IF WS-CD-ALUNO NOT = ZEROS
               MOVE 'A' TO WS-MODO
               MOVE 'OCOALU' TO WS-TIPO-REL
           ELSE
               MOVE 'T' TO WS-MODO
               MOVE 'OCOTUR' TO WS-TIPO-REL
               MOVE WS-DT-EXEC (1:6) TO WS-MES-REL
               IF WS-MES-MES = 01
                   SUBTRACT 1 FROM WS-MES-ANO
                   MOVE 12 TO WS-MES-MES
               ELSE
                   SUBTRACT 1 FROM WS-MES-MES
               END-IF
               ACCEPT WS-MES-TEXTO FROM ENVIRONMENT "OCOREL_MES"
               IF WS-MES-TEXTO NOT = SPACES
                   IF WS-MES-TEXTO IS NUMERIC AND
                      WS-MES-TEXTO (5:2) >= '01' AND
                      WS-MES-TEXTO (5:2) <= '12'
                       MOVE WS-MES-TEXTO TO WS-MES-REL
                   ELSE
                       DISPLAY 'OCOREL_MES INVALIDO: ' WS-MES-TEXTO
                           ' - VALE O MES ANTERIOR'
                   END-IF
               END-IF
           END-IF.

      * sem a tabela de tipos o relatorio sai so com os codigos
       1200-CARREGA-TIPOS.
           MOVE ZEROS TO WS-QTD-TIPOS.
           OPEN INPUT CADTPOCO.
           IF WS-FS-CADTPOCO = 0
               MOVE 'S' TO WS-ABERTO-TIPO
               MOVE 'N' TO WS-EOF-TIPO
               PERFORM 1210-LE-TIPO UNTIL FIM-CADTPOCO
           END-IF.

       1210-LE-TIPO.
           READ CADTPOCO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-TIPO
               NOT AT END
                   IF WS-QTD-TIPOS < 100
                       ADD 1 TO WS-QTD-TIPOS
                       MOVE TO-CODIGO TO WS-TP-CODIGO (WS-QTD-TIPOS)
                       MOVE TO-DESCRICAO
                         TO WS-TP-DESCRICAO (WS-QTD-TIPOS)
                       MOVE ZEROS TO WS-TP-QTD-TURMA (WS-QTD-TIPOS)
                       MOVE ZEROS TO WS-TP-QTD-GERAL (WS-QTD-TIPOS)
                   END-IF
           END-READ.

      *================= SELECAO DAS OCORRENCIAS ======================
       2000-SELECIONA SECTION.
           MOVE 'N' TO WS-EOF-OCORR.
           IF MODO-ALUNO
               MOVE WS-CD-ALUNO TO OC-CD-ALUNO
           ELSE
               MOVE ZEROS TO OC-CD-ALUNO
           END-IF.
           MOVE ZEROS TO OC-SEQ.
           START CADOCORR KEY IS GREATER THAN OR EQUAL TO OC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-OCORR
           END-START.
           PERFORM 2100-LE-OCORRENCIA UNTIL FIM-CADOCORR.
           GO TO 2900-SELECIONA-EXIT.

       2100-LE-OCORRENCIA.
           READ CADOCORR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OCORR
               NOT AT END
                   EVALUATE TRUE
                       WHEN MODO-ALUNO AND OC-CD-ALUNO NOT = WS-CD-ALUNO
                           MOVE 'S' TO WS-EOF-OCORR
                       WHEN MODO-ALUNO
                           PERFORM 2200-LIBERA-OCORRENCIA
                       WHEN OC-DATA (1:6) = WS-MES-REL
                           PERFORM 2200-LIBERA-OCORRENCIA
                   END-EVALUATE
           END-READ.

       2200-LIBERA-OCORRENCIA.
           PERFORM 2300-NOME-DO-ALUNO.
           MOVE OC-TURMA        TO SR-TURMA.
           IF MODO-ALUNO
               MOVE SPACES TO SR-TURMA
           END-IF.
           MOVE WS-ULT-NORMAL   TO SR-NOME-NORMAL.
           MOVE OC-CD-ALUNO     TO SR-CD-ALUNO.
           MOVE OC-DATA         TO SR-DATA.
           MOVE OC-SEQ          TO SR-SEQ.
           MOVE WS-ULT-NOME     TO SR-NOME.
           MOVE OC-TURMA        TO SR-TURMA-OCO.
           MOVE OC-TIPO         TO SR-TIPO.
           MOVE OC-GRAVIDADE    TO SR-GRAVIDADE.
           MOVE OC-PROFESSOR    TO SR-PROFESSOR.
           MOVE OC-MEDIDA       TO SR-MEDIDA.
           MOVE OC-DESCRICAO    TO SR-DESCRICAO.
           MOVE OC-CARTA        TO SR-CARTA.
           MOVE OC-DT-CARTA     TO SR-DT-CARTA.
           RELEASE REG-SORT.

      * o nome impresso e o social quando houver; a ordem e a da
      * forma de pesquisa do CDNORNOM
       2300-NOME-DO-ALUNO.
           IF OC-CD-ALUNO NOT = WS-ULT-ALUNO
               MOVE OC-CD-ALUNO TO WS-ULT-ALUNO
               MOVE 'ALUNO FORA DO CADALUNO' TO WS-ULT-NOME
               IF WS-ABERTO-ALUNO = 'S'
                   MOVE OC-CD-ALUNO TO AL-CODIGO
                   READ CADALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AL-NOME-SOCIAL NOT = SPACES
                               MOVE AL-NOME-SOCIAL TO WS-ULT-NOME
                           ELSE
                               MOVE AL-NOME TO WS-ULT-NOME
                           END-IF
                   END-READ
               END-IF
               MOVE WS-ULT-NOME TO WS-NOME-ENTRADA
               CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-ULT-NORMAL
           END-IF.

       2900-SELECIONA-EXIT.
           EXIT.

      *================= IMPRESSAO ====================================
       3000-IMPRIME SECTION.
           IF MODO-ALUNO
               PERFORM 3100-CABECALHO-ALUNO
               PERFORM 3300-PROXIMA-DO-ALUNO UNTIL FIM-SORT
           ELSE
               PERFORM 3500-CABECALHO-TURMA
               PERFORM 3600-PROXIMA-DA-TURMA UNTIL FIM-SORT
               IF WS-PRIMEIRO = 'N'
                   PERFORM 3700-FECHA-ALUNO
                   PERFORM 3750-FECHA-TURMA
               END-IF
           END-IF.
           PERFORM 4000-RODAPE.
           GO TO 3900-IMPRIME-EXIT.

      * historico do aluno: cabecalho com o cadastro e os responsaveis
       3100-CABECALHO-ALUNO.
           PERFORM 3150-TOPO-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'HISTORICO DE OCORRENCIAS DISCIPLINARES DO ALUNO '
               WS-CD-ALUNO DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.
           IF WS-ABERTO-ALUNO = 'S'
               MOVE WS-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       MOVE 'ALUNO FORA DO CADALUNO' TO WS-LINHA-IMP
                       PERFORM 3190-GRAVA-LINHA
                   NOT INVALID KEY
                       PERFORM 3120-DADOS-DO-ALUNO
               END-READ
           END-IF.
           IF WS-ABERTO-RESP = 'S'
               MOVE 'N' TO WS-EOF-RESP
               MOVE WS-CD-ALUNO TO RS-CD-ALUNO
               MOVE ZEROS TO RS-SEQ
               START CADRESP KEY IS GREATER THAN OR EQUAL TO RS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-RESP
               END-START
               PERFORM 3130-RESPONSAVEL UNTIL FIM-CADRESP
           END-IF.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'DATA'        TO WS-LINHA-IMP (1:4).
           MOVE 'SEQ'         TO WS-LINHA-IMP (10:3).
           MOVE 'TURMA'       TO WS-LINHA-IMP (15:5).
           MOVE 'TIPO'        TO WS-LINHA-IMP (21:4).
           MOVE 'DESCRICAO DO TIPO' TO WS-LINHA-IMP (26:17).
           MOVE 'GRAV.'       TO WS-LINHA-IMP (57:5).
           MOVE 'PROFESSOR'   TO WS-LINHA-IMP (63:9).
           MOVE 'MEDIDA TOMADA' TO WS-LINHA-IMP (73:13).
           PERFORM 3190-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.

       3120-DADOS-DO-ALUNO.
           MOVE SPACES TO WS-LINHA-IMP.
           IF AL-NOME-SOCIAL NOT = SPACES
               STRING 'NOME: ' AL-NOME-SOCIAL ' TURMA ' AL-TURMA
                   ' SITUACAO ' AL-STATUS ' DESDE ' AL-DT-STATUS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING 'NOME: ' AL-NOME ' TURMA ' AL-TURMA
                   ' SITUACAO ' AL-STATUS ' DESDE ' AL-DT-STATUS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 3190-GRAVA-LINHA.

       3130-RESPONSAVEL.
           READ CADRESP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
               NOT AT END
                   IF RS-CD-ALUNO NOT = WS-CD-ALUNO
                       MOVE 'S' TO WS-EOF-RESP
                   ELSE
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING 'RESPONSAVEL ' RS-SEQ ': ' RS-NOME ' ('
                           FUNCTION TRIM (RS-PARENTESCO) ') FONE '
                           RS-PHONE-DDD ' ' RS-PHONE-PREFIXO '-'
                           RS-PHONE-SUFIXO
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM 3190-GRAVA-LINHA
                   END-IF
           END-READ.

       3150-TOPO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF MODO-ALUNO
               STRING 'OCORRENCIAS DISCIPLINARES - HISTORICO DO ALUNO'
                   '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
                   '   PAGINA ' WS-NUM-PAGINA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING 'OCORRENCIAS DISCIPLINARES - RESUMO DO MES '
                   WS-MES-REL ' POR TURMA'
                   '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
                   '   PAGINA ' WS-NUM-PAGINA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 3190-GRAVA-LINHA.
           MOVE ALL '=' TO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.

       3190-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

      * cada ocorrencia ocupa tres linhas: dados, descricao e carta
       3300-PROXIMA-DO-ALUNO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF WS-LINHAS-PAGINA + 3 > WS-LIMITE-LINHAS
                       PERFORM 3150-TOPO-PAGINA
                   END-IF
                   PERFORM 3800-CONTA-OCORRENCIA
                   PERFORM 3850-DESCRICAO-DO-TIPO
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING SR-DATA ' ' SR-SEQ '  ' SR-TURMA-OCO
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   MOVE SR-TIPO            TO WS-LINHA-IMP (21:4)
                   MOVE WS-DESCR-TIPO      TO WS-LINHA-IMP (26:30)
                   MOVE WS-GRAVIDADE-TEXTO TO WS-LINHA-IMP (57:5)
                   MOVE SR-PROFESSOR       TO WS-LINHA-IMP (63:8)
                   MOVE SR-MEDIDA          TO WS-LINHA-IMP (73:40)
                   PERFORM 3190-GRAVA-LINHA
                   MOVE SPACES TO WS-LINHA-IMP
                   MOVE SR-DESCRICAO TO WS-LINHA-IMP (10:100)
                   PERFORM 3190-GRAVA-LINHA
                   IF WS-CARTA-TEXTO NOT = SPACES
                       MOVE SPACES TO WS-LINHA-IMP
                       MOVE WS-CARTA-TEXTO TO WS-LINHA-IMP (10:30)
                       PERFORM 3190-GRAVA-LINHA
                   END-IF
           END-RETURN.

      * resumo do mes: uma linha por aluno, total e tipos por turma
       3500-CABECALHO-TURMA.
           PERFORM 3150-TOPO-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'ALUNO'  TO WS-LINHA-IMP (1:5).
           MOVE 'NOME'   TO WS-LINHA-IMP (8:4).
           MOVE 'LEVES'  TO WS-LINHA-IMP (40:5).
           MOVE 'MEDIAS' TO WS-LINHA-IMP (46:6).
           MOVE 'GRAVES' TO WS-LINHA-IMP (53:6).
           MOVE 'TOTAL'  TO WS-LINHA-IMP (60:5).
           PERFORM 3190-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.

       3600-PROXIMA-DA-TURMA.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF WS-PRIMEIRO = 'S'
                       MOVE 'N' TO WS-PRIMEIRO
                       PERFORM 3650-ABRE-TURMA
                       PERFORM 3660-ABRE-ALUNO
                   ELSE
                       IF SR-TURMA NOT = WS-TURMA-ATUAL
                           PERFORM 3700-FECHA-ALUNO
                           PERFORM 3750-FECHA-TURMA
                           PERFORM 3650-ABRE-TURMA
                           PERFORM 3660-ABRE-ALUNO
                       ELSE
                           IF SR-CD-ALUNO NOT = WS-ALUNO-ATUAL
                               PERFORM 3700-FECHA-ALUNO
                               PERFORM 3660-ABRE-ALUNO
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 3800-CONTA-OCORRENCIA
                   EVALUATE SR-GRAVIDADE
                       WHEN 'L'
                           ADD 1 TO WS-AL-LEVES
                       WHEN 'M'
                           ADD 1 TO WS-AL-MEDIAS
                       WHEN OTHER
                           ADD 1 TO WS-AL-GRAVES
                   END-EVALUATE
                   ADD 1 TO WS-AL-TOTAL
                   PERFORM 3850-DESCRICAO-DO-TIPO
                   IF WS-IX-ACHADO > ZEROS
                       ADD 1 TO WS-TP-QTD-TURMA (WS-IX-ACHADO)
                       ADD 1 TO WS-TP-QTD-GERAL (WS-IX-ACHADO)
                   END-IF
           END-RETURN.

       3650-ABRE-TURMA.
           MOVE SR-TURMA TO WS-TURMA-ATUAL.
           ADD 1 TO WS-TOT-TURMAS.
           MOVE ZEROS TO WS-TU-ALUNOS.
           MOVE ZEROS TO WS-TU-TOTAL.
           MOVE ZEROS TO WS-TU-GRAVES.
           PERFORM 3655-ZERA-TIPO-TURMA
               VARYING WS-IX-TIPO FROM 1 BY 1
               UNTIL WS-IX-TIPO > WS-QTD-TIPOS.
           IF WS-LINHAS-PAGINA + 4 > WS-LIMITE-LINHAS
               PERFORM 3500-CABECALHO-TURMA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TURMA ' WS-TURMA-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.

       3655-ZERA-TIPO-TURMA.
           MOVE ZEROS TO WS-TP-QTD-TURMA (WS-IX-TIPO).

       3660-ABRE-ALUNO.
           MOVE SR-CD-ALUNO TO WS-ALUNO-ATUAL.
           MOVE SR-NOME     TO WS-NOME-ATUAL.
           MOVE ZEROS TO WS-AL-LEVES.
           MOVE ZEROS TO WS-AL-MEDIAS.
           MOVE ZEROS TO WS-AL-GRAVES.
           MOVE ZEROS TO WS-AL-TOTAL.

       3700-FECHA-ALUNO.
           ADD 1 TO WS-TU-ALUNOS.
           ADD 1 TO WS-TOT-ALUNOS.
           ADD WS-AL-TOTAL  TO WS-TU-TOTAL.
           ADD WS-AL-GRAVES TO WS-TU-GRAVES.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               PERFORM 3500-CABECALHO-TURMA
           END-IF.
           MOVE WS-ALUNO-ATUAL TO LR-CD-ALUNO.
           MOVE WS-NOME-ATUAL  TO LR-NOME.
           MOVE WS-AL-LEVES    TO LR-LEVES.
           MOVE WS-AL-MEDIAS   TO LR-MEDIAS.
           MOVE WS-AL-GRAVES   TO LR-GRAVES.
           MOVE WS-AL-TOTAL    TO LR-TOTAL.
           MOVE WS-LINHA-RESUMO TO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.

       3750-FECHA-TURMA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TU-TOTAL TO WS-MSK-QTD.
           STRING '  TOTAL DA TURMA ' WS-TURMA-ATUAL ': ' WS-MSK-QTD
               ' OCORRENCIAS' DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TU-ALUNOS TO WS-MSK-QTD.
           STRING '  ALUNOS COM OCORRENCIA: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TU-GRAVES TO WS-MSK-QTD.
           STRING '  OCORRENCIAS GRAVES...: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3190-GRAVA-LINHA.
           PERFORM 3760-TIPO-DA-TURMA
               VARYING WS-IX-TIPO FROM 1 BY 1
               UNTIL WS-IX-TIPO > WS-QTD-TIPOS.

       3760-TIPO-DA-TURMA.
           IF WS-TP-QTD-TURMA (WS-IX-TIPO) > ZEROS
               IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                   PERFORM 3500-CABECALHO-TURMA
               END-IF
               MOVE SPACES TO WS-LINHA-IMP
               MOVE WS-TP-QTD-TURMA (WS-IX-TIPO) TO WS-MSK-QTD
               STRING '    ' WS-TP-CODIGO (WS-IX-TIPO) ' '
                   WS-TP-DESCRICAO (WS-IX-TIPO) ' ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
           END-IF.

      * totais gerais, gravidade em texto e situacao da carta
       3800-CONTA-OCORRENCIA.
           ADD 1 TO WS-TOT-OCORRENCIAS.
           MOVE SPACES TO WS-CARTA-TEXTO.
           EVALUATE SR-GRAVIDADE
               WHEN 'L'
                   ADD 1 TO WS-TOT-LEVES
                   MOVE 'LEVE' TO WS-GRAVIDADE-TEXTO
               WHEN 'M'
                   ADD 1 TO WS-TOT-MEDIAS
                   MOVE 'MEDIA' TO WS-GRAVIDADE-TEXTO
               WHEN OTHER
                   ADD 1 TO WS-TOT-GRAVES
                   MOVE 'GRAVE' TO WS-GRAVIDADE-TEXTO
           END-EVALUATE.
           EVALUATE SR-CARTA
               WHEN 'S'
                   ADD 1 TO WS-TOT-CARTAS
                   STRING 'CARTA AOS RESPONSAVEIS EM ' SR-DT-CARTA
                       DELIMITED BY SIZE INTO WS-CARTA-TEXTO
               WHEN 'N'
                   MOVE 'CARTA AOS RESPONSAVEIS PENDENTE'
                     TO WS-CARTA-TEXTO
           END-EVALUATE.

       3850-DESCRICAO-DO-TIPO.
           MOVE ZEROS TO WS-IX-ACHADO.
           MOVE 'TIPO FORA DA TABELA CADTPOCO' TO WS-DESCR-TIPO.
           PERFORM 3855-PROCURA-TIPO
               VARYING WS-IX-TIPO FROM 1 BY 1
               UNTIL WS-IX-TIPO > WS-QTD-TIPOS OR WS-IX-ACHADO > ZEROS.

       3855-PROCURA-TIPO.
           IF WS-TP-CODIGO (WS-IX-TIPO) = SR-TIPO
               MOVE WS-IX-TIPO TO WS-IX-ACHADO
               MOVE WS-TP-DESCRICAO (WS-IX-TIPO) TO WS-DESCR-TIPO
           END-IF.

      * pagina final de totais do relatorio
       4000-RODAPE.
           IF WS-FS-IMP = 0
               PERFORM 3150-TOPO-PAGINA
               MOVE 'TOTAIS DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
               MOVE WS-TOT-OCORRENCIAS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'OCORRENCIAS..................: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
               MOVE WS-TOT-LEVES TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'LEVES........................: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
               MOVE WS-TOT-MEDIAS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'MEDIAS.......................: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
               MOVE WS-TOT-GRAVES TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'GRAVES.......................: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
               IF MODO-ALUNO
                   MOVE WS-TOT-CARTAS TO WS-MSK-QTD
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING 'CARTAS AOS RESPONSAVEIS......: ' WS-MSK-QTD
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 3190-GRAVA-LINHA
               ELSE
                   MOVE WS-TOT-TURMAS TO WS-MSK-QTD
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING 'TURMAS COM OCORRENCIA........: ' WS-MSK-QTD
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 3190-GRAVA-LINHA
                   MOVE WS-TOT-ALUNOS TO WS-MSK-QTD
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING 'ALUNOS COM OCORRENCIA........: ' WS-MSK-QTD
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 3190-GRAVA-LINHA
                   PERFORM 4100-TIPO-GERAL
                       VARYING WS-IX-TIPO FROM 1 BY 1
                       UNTIL WS-IX-TIPO > WS-QTD-TIPOS
               END-IF
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
               CLOSE ARQ-IMP
               PERFORM 4700-REGISTRA-CATALOGO
               DISPLAY 'OCORRENCIAS DISCIPLINARES GRAVADAS EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

       4100-TIPO-GERAL.
           IF WS-TP-QTD-GERAL (WS-IX-TIPO) > ZEROS
               MOVE SPACES TO WS-LINHA-IMP
               MOVE WS-TP-QTD-GERAL (WS-IX-TIPO) TO WS-MSK-QTD
               STRING '    ' WS-TP-CODIGO (WS-IX-TIPO) ' '
                   WS-TP-DESCRICAO (WS-IX-TIPO) ' ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3190-GRAVA-LINHA
           END-IF.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       4700-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE WS-TIPO-REL TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       3900-IMPRIME-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF WS-ABERTO-OCORR = 'S'
               CLOSE CADOCORR
           END-IF.
           IF WS-ABERTO-TIPO = 'S'
               CLOSE CADTPOCO
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-RESP = 'S'
               CLOSE CADRESP
           END-IF.

       END PROGRAM CDOCOREL.
