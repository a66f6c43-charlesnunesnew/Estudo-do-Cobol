      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:QUADROS DE HORARIO E CARGA HORARIA - imprime, a partir
      *         da grade horaria CADHORAR (CDHORAR), o quadro semanal
      *         de cada turma (periodo x dia da semana, com a materia
      *         em cada aula), o quadro de cada professor (turma e
      *         materia em cada aula, lido pela chave alternada
      *         HO-CHAVE-PROF) e a carga horaria semanal de cada
      *         professor. Gravado no arquivo de impressao HORRELIMP
      *         (nome fisico datado HORREL.AAAAMMDD via DD_HORRELIMP)
      *         e registrado no catalogo RELCATAL (tipo HORREL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHORREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHORAR ASSIGN TO
           "CADHORAR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HO-CHAVE
           ALTERNATE RECORD KEY IS HO-CHAVE-PROF
           FILE STATUS IS WS-FS-CADHORAR.

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
           "HORRELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADHORAR.
           COPY REGHORA.

       FD CADUSER.
           COPY REGUSER.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADHORAR                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-ABERTO-HORAR                PIC X VALUE 'N'.
       77 WS-ABERTO-CADUSER              PIC X VALUE 'N'.
       77 WS-EOF-HORAR                   PIC X VALUE 'N'.
        88 FIM-CADHORAR                  VALUE 'S'.

      * quadro semanal em montagem: 12 periodos x 7 dias
       01 WS-QUADRO.
           03 WS-QD-PERIODO OCCURS 12 TIMES.
               05 WS-QD-CELULA OCCURS 7 TIMES
                                         PIC X(10).
       77 WS-IX-PER                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-DIA                      PIC 9(01) VALUE ZEROS.
       77 WS-POS-CELULA                  PIC 9(03) VALUE ZEROS.
       77 WS-MAIOR-PERIODO               PIC 9(02) VALUE ZEROS.
       77 WS-AULAS-QUADRO                PIC 9(04) VALUE ZEROS.
       77 WS-QUADRO-ABERTO               PIC X VALUE 'N'.
       77 WS-TURMA-ATUAL                 PIC X(03) VALUE SPACES.
       77 WS-PROF-ATUAL                  PIC 9(08) VALUE ZEROS.
       77 WS-PROF-NOME                   PIC X(40) VALUE SPACES.
       77 WS-TITULO-QUADRO               PIC X(80) VALUE SPACES.
       77 WS-TITULO-SECAO                PIC X(40) VALUE SPACES.

      * carga horaria semanal de cada professor, guardada na passada
      * pela chave alternada para a terceira parte do relatorio
       01 WS-TAB-CARGA.
           03 WS-QTD-CARGA               PIC 9(04) VALUE ZEROS.
           03 WS-CG-ENTRADA OCCURS 500 TIMES.
               05 WS-CG-PROFESSOR        PIC 9(08).
               05 WS-CG-NOME             PIC X(40).
               05 WS-CG-AULAS            PIC 9(04).
       77 WS-IX-CARGA                    PIC 9(04) VALUE ZEROS.

       77 WS-TOT-AULAS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TURMAS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PROFESSORES             PIC 9(06) VALUE ZEROS.

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
               PERFORM 2000-QUADROS-TURMA
               PERFORM 3000-QUADROS-PROFESSOR
               PERFORM 4000-CARGA-HORARIA
               PERFORM 5000-RODAPE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem grade horaria nao ha quadro a imprimir: o passo termina
      * com codigo 8
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           OPEN INPUT CADHORAR.
           IF WS-FS-CADHORAR NOT = 0
               DISPLAY 'GRADE HORARIA NAO ENCONTRADA: CADHORAR - '
                   'RELATORIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-ABERTO-HORAR
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               IF WS-FS-CADUSER = 0
                   MOVE 'S' TO WS-ABERTO-CADUSER
               END-IF
               MOVE SPACES TO WS-NOME-IMP
               STRING 'HORREL.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_HORRELIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

      ******************************************************************
      * PRIMEIRA PARTE - QUADRO DE CADA TURMA (CHAVE PRIMARIA)
      ******************************************************************
       2000-QUADROS-TURMA.
           MOVE 'QUADRO SEMANAL DAS TURMAS' TO WS-TITULO-SECAO.
           PERFORM 3100-CABECALHO.
           MOVE 'N' TO WS-QUADRO-ABERTO.
           MOVE 'N' TO WS-EOF-HORAR.
           MOVE LOW-VALUES TO HO-TURMA.
           MOVE ZEROS      TO HO-DIA.
           MOVE ZEROS      TO HO-PERIODO.
           START CADHORAR KEY IS GREATER THAN OR EQUAL TO HO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-HORAR
           END-START.
           PERFORM 2100-LE-POR-TURMA UNTIL FIM-CADHORAR.
           PERFORM 2300-FECHA-TURMA.

       2100-LE-POR-TURMA.
           READ CADHORAR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-HORAR
               NOT AT END
                   IF WS-QUADRO-ABERTO NOT = 'S' OR
                      HO-TURMA NOT = WS-TURMA-ATUAL
                       PERFORM 2300-FECHA-TURMA
                       PERFORM 2200-ABRE-TURMA
                   END-IF
                   IF HO-DIA-VALIDO AND HO-PERIODO-VALIDO
                       MOVE HO-MATERIA
                         TO WS-QD-CELULA (HO-PERIODO HO-DIA)
                       PERFORM 2900-CONTA-AULA
                   END-IF
                   ADD 1 TO WS-TOT-AULAS
           END-READ.

       2200-ABRE-TURMA.
           MOVE HO-TURMA TO WS-TURMA-ATUAL.
           MOVE 'S' TO WS-QUADRO-ABERTO.
           ADD 1 TO WS-TOT-TURMAS.
           PERFORM 2800-LIMPA-QUADRO.

       2300-FECHA-TURMA.
           IF WS-QUADRO-ABERTO = 'S'
               MOVE SPACES TO WS-TITULO-QUADRO
               STRING '===== TURMA ' WS-TURMA-ATUAL ' ====='
                   DELIMITED BY SIZE INTO WS-TITULO-QUADRO
               PERFORM 3200-IMPRIME-QUADRO
               MOVE 'N' TO WS-QUADRO-ABERTO
           END-IF.

       2800-LIMPA-QUADRO.
           MOVE SPACES TO WS-QUADRO.
           MOVE 0 TO WS-MAIOR-PERIODO.
           MOVE 0 TO WS-AULAS-QUADRO.

       2900-CONTA-AULA.
           ADD 1 TO WS-AULAS-QUADRO.
           IF HO-PERIODO > WS-MAIOR-PERIODO
               MOVE HO-PERIODO TO WS-MAIOR-PERIODO
           END-IF.

      ******************************************************************
      * SEGUNDA PARTE - QUADRO DE CADA PROFESSOR (CHAVE ALTERNADA)
      ******************************************************************
       3000-QUADROS-PROFESSOR.
           MOVE 'QUADRO SEMANAL DOS PROFESSORES' TO WS-TITULO-SECAO.
           PERFORM 3100-CABECALHO.
           MOVE 'N' TO WS-QUADRO-ABERTO.
           MOVE 'N' TO WS-EOF-HORAR.
           MOVE ZEROS TO HO-PROFESSOR.
           MOVE ZEROS TO HO-PROF-DIA.
           MOVE ZEROS TO HO-PROF-PERIODO.
           START CADHORAR KEY IS GREATER THAN OR EQUAL TO
               HO-CHAVE-PROF
               INVALID KEY
                   MOVE 'S' TO WS-EOF-HORAR
           END-START.
           PERFORM 3010-LE-POR-PROFESSOR UNTIL FIM-CADHORAR.
           PERFORM 3030-FECHA-PROFESSOR.

       3010-LE-POR-PROFESSOR.
           READ CADHORAR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-HORAR
               NOT AT END
                   IF WS-QUADRO-ABERTO NOT = 'S' OR
                      HO-PROFESSOR NOT = WS-PROF-ATUAL
                       PERFORM 3030-FECHA-PROFESSOR
                       PERFORM 3020-ABRE-PROFESSOR
                   END-IF
                   IF HO-DIA-VALIDO AND HO-PERIODO-VALIDO
                       MOVE SPACES TO WS-QD-CELULA (HO-PERIODO HO-DIA)
                       STRING HO-TURMA ' ' HO-MATERIA
                           DELIMITED BY SIZE
                           INTO WS-QD-CELULA (HO-PERIODO HO-DIA)
                       PERFORM 2900-CONTA-AULA
                   END-IF
           END-READ.

       3020-ABRE-PROFESSOR.
           MOVE HO-PROFESSOR TO WS-PROF-ATUAL.
           MOVE 'S' TO WS-QUADRO-ABERTO.
           ADD 1 TO WS-TOT-PROFESSORES.
           PERFORM 2800-LIMPA-QUADRO.
           MOVE 'PROFESSOR FORA DO CADUSER' TO WS-PROF-NOME.
           IF WS-ABERTO-CADUSER = 'S'
               MOVE WS-PROF-ATUAL TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-NM TO WS-PROF-NOME
               END-READ
           END-IF.

       3030-FECHA-PROFESSOR.
           IF WS-QUADRO-ABERTO = 'S'
               MOVE SPACES TO WS-TITULO-QUADRO
               STRING '===== PROFESSOR ' WS-PROF-ATUAL ' - '
                   FUNCTION TRIM (WS-PROF-NOME) ' ====='
                   DELIMITED BY SIZE INTO WS-TITULO-QUADRO
               PERFORM 3200-IMPRIME-QUADRO
               IF WS-QTD-CARGA < 500
                   ADD 1 TO WS-QTD-CARGA
                   MOVE WS-PROF-ATUAL TO WS-CG-PROFESSOR (WS-QTD-CARGA)
                   MOVE WS-PROF-NOME  TO WS-CG-NOME (WS-QTD-CARGA)
                   MOVE WS-AULAS-QUADRO
                     TO WS-CG-AULAS (WS-QTD-CARGA)
               END-IF
               MOVE 'N' TO WS-QUADRO-ABERTO
           END-IF.

       3100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'QUADROS DE HORARIO E CARGA HORARIA'
               '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TITULO-SECAO TO WS-LINHA-IMP.
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

      * o quadro nao e quebrado entre paginas: se nao cabe inteiro
      * (titulo, cabecalho dos dias, periodos e total) vai para a
      * pagina seguinte
       3200-IMPRIME-QUADRO.
           IF WS-LINHAS-PAGINA + WS-MAIOR-PERIODO + 5
              > WS-LIMITE-LINHAS
               PERFORM 3100-CABECALHO
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TITULO-QUADRO TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PER DOMINGO    SEGUNDA    TERCA      QUARTA     '
               'QUINTA     SEXTA      SABADO'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           PERFORM 3210-LINHA-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-MAIOR-PERIODO.
           MOVE WS-AULAS-QUADRO TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'AULAS POR SEMANA......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.

       3210-LINHA-PERIODO.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-IX-PER TO WS-LINHA-IMP (2:2).
           PERFORM 3220-CELULA-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > 7.
           PERFORM 3150-GRAVA-LINHA.

       3220-CELULA-DIA.
           COMPUTE WS-POS-CELULA = 5 + (WS-IX-DIA - 1) * 11.
           MOVE WS-QD-CELULA (WS-IX-PER WS-IX-DIA)
             TO WS-LINHA-IMP (WS-POS-CELULA:10).

      ******************************************************************
      * TERCEIRA PARTE - CARGA HORARIA SEMANAL POR PROFESSOR
      ******************************************************************
       4000-CARGA-HORARIA.
           MOVE 'CARGA HORARIA SEMANAL POR PROFESSOR'
             TO WS-TITULO-SECAO.
           PERFORM 3100-CABECALHO.
           MOVE 'PROFESSOR NOME                                     '
             TO WS-LINHA-IMP.
           MOVE 'AULAS/SEMANA' TO WS-LINHA-IMP (52:12).
           PERFORM 3150-GRAVA-LINHA.
           PERFORM 4100-LINHA-CARGA
               VARYING WS-IX-CARGA FROM 1 BY 1
               UNTIL WS-IX-CARGA > WS-QTD-CARGA.
           IF WS-QTD-CARGA >= 500
               MOVE 'AVISO: MAIS DE 500 PROFESSORES NA GRADE - '
                 TO WS-LINHA-IMP
               MOVE 'EXCEDENTES FORA DESTA LISTA' TO WS-LINHA-IMP (43:)
               PERFORM 3150-GRAVA-LINHA
           END-IF.

       4100-LINHA-CARGA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               PERFORM 3100-CABECALHO
           END-IF.
           MOVE WS-CG-AULAS (WS-IX-CARGA) TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING WS-CG-PROFESSOR (WS-IX-CARGA) '  '
               WS-CG-NOME (WS-IX-CARGA) '  ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.

      * pagina final de totais do relatorio
       5000-RODAPE.
           MOVE 'TOTAIS DO RELATORIO' TO WS-TITULO-SECAO.
           PERFORM 3100-CABECALHO.
           MOVE WS-TOT-AULAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'AULAS NA GRADE HORARIA.......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-TURMAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TURMAS COM GRADE.............: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-PROFESSORES TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PROFESSORES COM AULA.........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           PERFORM 5100-REGISTRA-CATALOGO.
           DISPLAY 'QUADROS DE HORARIO GRAVADOS EM '
               FUNCTION TRIM (WS-NOME-IMP).

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
           MOVE 'HORREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-ABERTO-HORAR = 'S'
               CLOSE CADHORAR
           END-IF.
           IF WS-ABERTO-CADUSER = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDHORREL.
