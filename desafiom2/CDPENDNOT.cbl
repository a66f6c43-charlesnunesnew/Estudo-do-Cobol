      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:PENDENCIAS DE AVALIACAO POR PROFESSOR - lista de
      *         trabalho do termo: para cada inscricao do CADINSCR
      *         (CDINSCR) de aluno ativo, confere o BOLETIM e separa o
      *         que ainda falta - inscricao sem lancamento nenhum ou
      *         lancamento com avaliacao em branco (BN-NOTAS-PREENCH).
      *         Cada pendencia vai ao professor autorizado na materia
      *         e turma pela tabela CADAUTNT (CDAUTNOT); a que nao tem
      *         professor autorizado sai num grupo proprio para a
      *         coordenacao. Classificado via SORT por professor,
      *         turma, materia e aluno, gravado no arquivo de
      *         impressao PENDNOTIMP (nome fisico datado
      *         PENDNOT.AAAAMMDD via DD_PENDNOTIMP) e registrado no
      *         catalogo RELCATAL (tipo PENDNOT). O termo vem da
      *         variavel BOLETIM_TERMO; PENDNOT_OPERADOR informado
      *         restringe a lista ao professor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPENDNOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINSCR ASSIGN TO
           "CADINSCR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-CADINSCR.

           SELECT ARQ-NOTAS ASSIGN TO
           "BOLETIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CHAVE
           FILE STATUS IS WS-FS-NOTAS.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-CADAUTNT.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

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
           "PENDNOTIMP"
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
       FD CADINSCR.
           COPY REGINSCR.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADTERMO.
           COPY REGTERMO.

       FD CADUSER.
           COPY REGUSER.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-OPERADOR                PIC 9(08).
           03 SR-TURMA                   PIC X(03).
           03 SR-MATERIA                 PIC X(06).
           03 SR-NOME                    PIC X(30).
           03 SR-CD-ALUNO                PIC 9(05).
           03 SR-SITUACAO                PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADINSCR                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
      * situacao da abertura dos arquivos consultados por chave: o
      * status muda a cada leitura e nao diz se o arquivo esta aberto
       77 WS-ABERTO-INSCR                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-CADUSER              PIC X VALUE 'N'.
       77 WS-EOF-INSCR                   PIC X VALUE 'N'.
        88 FIM-CADINSCR                  VALUE 'S'.
       77 WS-EOF-AUT                     PIC X VALUE 'N'.
        88 FIM-CADAUTNT                  VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-OPER-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-OPER-FILTRO                 PIC 9(08) VALUE ZEROS.
       77 WS-RECORTE-ATIVO               PIC X VALUE 'N'.

      * autorizacoes materia x turma de todos os professores, lidas
      * uma vez do CADAUTNT
       01 WS-TAB-AUTORIZACAO.
           03 WS-QTD-AUT                 PIC 9(04) VALUE ZEROS.
           03 WS-AUT-ENTRADA OCCURS 1000 TIMES.
               05 WS-AUT-OPERADOR        PIC 9(08).
               05 WS-AUT-MATERIA         PIC X(06).
               05 WS-AUT-TURMA           PIC X(03).
       77 WS-IX-AUT                      PIC 9(04) VALUE ZEROS.
       77 WS-AUT-ACHADA                  PIC X VALUE 'N'.

       77 WS-PENDENTE                    PIC X VALUE 'N'.
       77 WS-AL-NOME                     PIC X(30) VALUE SPACES.
       77 WS-SITUACAO                    PIC X(30) VALUE SPACES.
       77 WS-FALTAM                      PIC X(12) VALUE SPACES.
       77 WS-PTR-FALTAM                  PIC 9(02) VALUE ZEROS.

       77 WS-OPER-ATUAL                  PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-ABERTO                PIC X VALUE 'N'.
       77 WS-PROF-NOME                   PIC X(40) VALUE SPACES.
       77 WS-QTD-PROFESSOR               PIC 9(06) VALUE ZEROS.

       77 WS-TOT-INSCRICOES              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-ATIVOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-LANCAMENTO          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INCOMPLETAS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-PROFESSOR           PIC 9(06) VALUE ZEROS.

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

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-FS-IMP = 0
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-OPERADOR
                   ON ASCENDING KEY SR-TURMA
                   ON ASCENDING KEY SR-MATERIA
                   ON ASCENDING KEY SR-NOME
                   ON ASCENDING KEY SR-CD-ALUNO
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem termo, sem CADINSCR ou sem BOLETIM nao ha lista de
      * trabalho que faca sentido: o passo termina com codigo 8
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           ACCEPT WS-TERMO FROM ENVIRONMENT "BOLETIM_TERMO".
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO DAS PENDENCIAS: '
               ACCEPT WS-TERMO
           END-IF.
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO NAO INFORMADO - LISTA NAO GERADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-CONFERE-TERMO
               PERFORM 1200-CARREGA-AUTORIZACOES
               PERFORM 1300-ABRE-ARQUIVOS
           END-IF.

      * termo fora do CADTERMO quase sempre e erro de digitacao: o
      * aviso sai antes da lista, que ainda roda
       1100-CONFERE-TERMO.
           OPEN INPUT CADTERMO.
           IF WS-FS-CADTERMO = 0
               MOVE WS-TERMO TO TM-CODIGO
               READ CADTERMO
                   INVALID KEY
                       DISPLAY 'AVISO: TERMO FORA DO CADTERMO: '
                           WS-TERMO
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               CLOSE CADTERMO
           END-IF.

       1200-CARREGA-AUTORIZACOES.
           ACCEPT WS-OPER-TEXTO FROM ENVIRONMENT "PENDNOT_OPERADOR".
           IF WS-OPER-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-TEXTO)
                 TO WS-OPER-FILTRO
               MOVE 'S' TO WS-RECORTE-ATIVO
               DISPLAY 'LISTA RESTRITA AO OPERADOR ' WS-OPER-FILTRO
           END-IF.
           MOVE 0 TO WS-QTD-AUT.
           MOVE 'N' TO WS-EOF-AUT.
           OPEN INPUT CADAUTNT.
           IF WS-FS-CADAUTNT = 0
               PERFORM 1210-LE-AUTORIZACAO UNTIL FIM-CADAUTNT
               CLOSE CADAUTNT
           ELSE
               DISPLAY 'AVISO: CADAUTNT NAO ENCONTRADO - PENDENCIAS '
                   'SEM PROFESSOR'
           END-IF.

       1210-LE-AUTORIZACAO.
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
                       DISPLAY 'AVISO: CADAUTNT COM MAIS DE 1000 '
                           'AUTORIZACOES - EXCEDENTES IGNORADAS'
                       MOVE 'S' TO WS-EOF-AUT
                   END-IF
           END-READ.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo PENDNOTIMP pela variavel DD_PENDNOTIMP estilo DD
       1300-ABRE-ARQUIVOS.
           OPEN INPUT CADINSCR.
           IF WS-FS-CADINSCR NOT = 0
               DISPLAY 'CADASTRO DE INSCRICOES NAO ENCONTRADO: '
                   'CADINSCR - LISTA NAO GERADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-ABERTO-INSCR
               OPEN INPUT ARQ-NOTAS
               IF WS-FS-NOTAS = 0
                   MOVE 'S' TO WS-ABERTO-NOTAS
               ELSE
                   DISPLAY 'AVISO: BOLETIM NAO ENCONTRADO - TODA '
                       'INSCRICAO SAI SEM LANCAMENTO'
               END-IF
               OPEN INPUT CADALUNO
               IF WS-FS-CADALUNO = 0
                   MOVE 'S' TO WS-ABERTO-ALUNO
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
               STRING 'PENDNOT.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_PENDNOTIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

       2000-SELECIONA SECTION.
           MOVE 'N' TO WS-EOF-INSCR.
           MOVE WS-TERMO   TO IN-TERMO.
           MOVE ZEROS      TO IN-CD-ALUNO.
           MOVE LOW-VALUES TO IN-MATERIA.
           START CADINSCR KEY IS GREATER THAN OR EQUAL TO IN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-INSCR
           END-START.
           PERFORM 2100-LE-INSCRICAO UNTIL FIM-CADINSCR.
           GO TO 2900-SELECIONA-EXIT.

       2100-LE-INSCRICAO.
           READ CADINSCR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INSCR
               NOT AT END
                   IF IN-TERMO NOT = WS-TERMO
                       MOVE 'S' TO WS-EOF-INSCR
                   ELSE
                       ADD 1 TO WS-TOT-INSCRICOES
                       PERFORM 2200-AVALIA-INSCRICAO
                   END-IF
           END-READ.

      * transferido, evadido ou concluido nao tem mais o que ser
      * avaliado: fica fora da lista e contado no rodape
       2200-AVALIA-INSCRICAO.
           MOVE 'S' TO WS-PENDENTE.
           MOVE SPACES TO WS-AL-NOME.
           IF WS-ABERTO-ALUNO = 'S'
               MOVE IN-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       MOVE 'ALUNO FORA DO CADALUNO' TO WS-AL-NOME
                   NOT INVALID KEY
                       MOVE AL-NOME TO WS-AL-NOME
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WS-AL-NOME
                       END-IF
                       IF NOT ALUNO-ATIVO
                           ADD 1 TO WS-TOT-NAO-ATIVOS
                           MOVE 'N' TO WS-PENDENTE
                       END-IF
               END-READ
           END-IF.
           IF WS-PENDENTE = 'S'
               PERFORM 2300-CONFERE-BOLETIM
           END-IF.
           IF WS-PENDENTE = 'S'
               PERFORM 2400-DISTRIBUI-PENDENCIA
           END-IF.

      * sem registro no BOLETIM ou com avaliacao em branco a
      * inscricao e pendencia; lancamento completo sai da lista
       2300-CONFERE-BOLETIM.
           MOVE 'SEM LANCAMENTO NO BOLETIM' TO WS-SITUACAO.
           IF WS-ABERTO-NOTAS = 'S'
               MOVE IN-TERMO    TO BN-TERMO
               MOVE IN-CD-ALUNO TO BN-CD-ALUNO
               MOVE IN-MATERIA  TO BN-MATERIA
               READ ARQ-NOTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOTAS-COMPLETAS
                           MOVE 'N' TO WS-PENDENTE
                       ELSE
                           PERFORM 2310-MONTA-FALTAM
                       END-IF
               END-READ
           END-IF.
           IF WS-PENDENTE = 'S'
               IF WS-SITUACAO = 'SEM LANCAMENTO NO BOLETIM'
                   ADD 1 TO WS-TOT-SEM-LANCAMENTO
               ELSE
                   ADD 1 TO WS-TOT-INCOMPLETAS
               END-IF
           END-IF.

       2310-MONTA-FALTAM.
           MOVE SPACES TO WS-FALTAM.
           MOVE 1 TO WS-PTR-FALTAM.
           IF BN-N1-PREENCH NOT = 'S'
               STRING 'N1 ' DELIMITED BY SIZE INTO WS-FALTAM
                   WITH POINTER WS-PTR-FALTAM
           END-IF.
           IF BN-N2-PREENCH NOT = 'S'
               STRING 'N2 ' DELIMITED BY SIZE INTO WS-FALTAM
                   WITH POINTER WS-PTR-FALTAM
           END-IF.
           IF BN-N3-PREENCH NOT = 'S'
               STRING 'N3 ' DELIMITED BY SIZE INTO WS-FALTAM
                   WITH POINTER WS-PTR-FALTAM
           END-IF.
           IF BN-N4-PREENCH NOT = 'S'
               STRING 'N4 ' DELIMITED BY SIZE INTO WS-FALTAM
                   WITH POINTER WS-PTR-FALTAM
           END-IF.
           MOVE SPACES TO WS-SITUACAO.
           STRING 'FALTA ' WS-FALTAM
               DELIMITED BY SIZE INTO WS-SITUACAO.

      * a pendencia vai a cada professor autorizado na materia e
      * turma; sem nenhum ela fica com o operador zero, o grupo da
      * coordenacao
       2400-DISTRIBUI-PENDENCIA.
           MOVE IN-TURMA    TO SR-TURMA.
           MOVE IN-MATERIA  TO SR-MATERIA.
           MOVE WS-AL-NOME  TO SR-NOME.
           MOVE IN-CD-ALUNO TO SR-CD-ALUNO.
           MOVE WS-SITUACAO TO SR-SITUACAO.
           MOVE 'N' TO WS-AUT-ACHADA.
           PERFORM 2410-LIBERA-PROFESSOR
               VARYING WS-IX-AUT FROM 1 BY 1
               UNTIL WS-IX-AUT > WS-QTD-AUT.
           IF WS-AUT-ACHADA NOT = 'S'
               ADD 1 TO WS-TOT-SEM-PROFESSOR
               IF WS-RECORTE-ATIVO NOT = 'S'
                   MOVE ZEROS TO SR-OPERADOR
                   RELEASE REG-SORT
               END-IF
           END-IF.

       2410-LIBERA-PROFESSOR.
           IF WS-AUT-MATERIA (WS-IX-AUT) = IN-MATERIA AND
              WS-AUT-TURMA (WS-IX-AUT) = IN-TURMA
               MOVE 'S' TO WS-AUT-ACHADA
               IF WS-RECORTE-ATIVO NOT = 'S' OR
                  WS-AUT-OPERADOR (WS-IX-AUT) = WS-OPER-FILTRO
                   MOVE WS-AUT-OPERADOR (WS-IX-AUT) TO SR-OPERADOR
                   RELEASE REG-SORT
               END-IF
           END-IF.

       2900-SELECIONA-EXIT.
           EXIT.

       3000-IMPRIME SECTION.
           PERFORM 3100-CABECALHO.
           PERFORM 3200-PROXIMA-PENDENCIA UNTIL FIM-SORT.
           PERFORM 3400-FECHA-PROFESSOR.
           PERFORM 3500-RODAPE.
           GO TO 3900-IMPRIME-EXIT.

       3100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PENDENCIAS DE AVALIACAO - TERMO ' WS-TERMO
               '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 'TURMA MATERIA ALUNO NOME                           '
             TO WS-LINHA-IMP.
           MOVE 'PENDENCIA' TO WS-LINHA-IMP (53:9).
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 4 TO WS-LINHAS-PAGINA.

       3150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

       3200-PROXIMA-PENDENCIA.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF WS-GRUPO-ABERTO NOT = 'S' OR
                      SR-OPERADOR NOT = WS-OPER-ATUAL
                       PERFORM 3400-FECHA-PROFESSOR
                       PERFORM 3300-ABRE-PROFESSOR
                   END-IF
                   IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                       PERFORM 3100-CABECALHO
                   END-IF
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING SR-TURMA '   ' SR-MATERIA '  ' SR-CD-ALUNO
                       ' ' SR-NOME '  ' SR-SITUACAO
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 3150-GRAVA-LINHA
                   ADD 1 TO WS-QTD-PROFESSOR
           END-RETURN.

       3300-ABRE-PROFESSOR.
           MOVE SR-OPERADOR TO WS-OPER-ATUAL.
           MOVE 'S' TO WS-GRUPO-ABERTO.
           MOVE 0 TO WS-QTD-PROFESSOR.
           PERFORM 3310-NOME-DO-PROFESSOR.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-OPER-ATUAL = ZEROS
               MOVE '===== SEM PROFESSOR AUTORIZADO (COORDENACAO) ====='
                 TO WS-LINHA-IMP
           ELSE
               STRING '===== PROFESSOR ' WS-OPER-ATUAL ' - '
                   FUNCTION TRIM (WS-PROF-NOME) ' ====='
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 3150-GRAVA-LINHA.

       3310-NOME-DO-PROFESSOR.
           MOVE 'OPERADOR FORA DO CADUSER' TO WS-PROF-NOME.
           IF WS-ABERTO-CADUSER = 'S' AND WS-OPER-ATUAL NOT = ZEROS
               MOVE WS-OPER-ATUAL TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-NM TO WS-PROF-NOME
               END-READ
           END-IF.

       3400-FECHA-PROFESSOR.
           IF WS-GRUPO-ABERTO = 'S'
               MOVE WS-QTD-PROFESSOR TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'PENDENCIAS DO GRUPO..: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE 'N' TO WS-GRUPO-ABERTO
           END-IF.

      * pagina final de totais do relatorio
       3500-RODAPE.
           IF WS-FS-IMP = 0
               PERFORM 3100-CABECALHO
               MOVE 'TOTAIS DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-INSCRICOES TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'INSCRICOES DO TERMO..........: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-SEM-LANCAMENTO TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'SEM LANCAMENTO NO BOLETIM....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-INCOMPLETAS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'COM AVALIACAO EM BRANCO......: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-SEM-PROFESSOR TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'PENDENCIAS SEM PROFESSOR.....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-NAO-ATIVOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ALUNOS NAO-ATIVOS (FORA).....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               CLOSE ARQ-IMP
               PERFORM 3700-REGISTRA-CATALOGO
               DISPLAY 'PENDENCIAS GRAVADAS EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       3700-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'PENDNOT' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       3900-IMPRIME-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF WS-ABERTO-INSCR = 'S'
               CLOSE CADINSCR
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-CADUSER = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDPENDNOT.
