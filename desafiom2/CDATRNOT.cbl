      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ATRASOS DE LANCAMENTO DE NOTAS - relatorio semanal do
      *         termo: para cada inscricao do CADINSCR (CDINSCR) de
      *         aluno ativo, confere no BOLETIM as avaliacoes ainda em
      *         branco e consulta o calendario de avaliacoes CADCALAV
      *         pelo CDPRZAVA; a avaliacao com o prazo de lancamento
      *         vencido e atraso. Cada atraso vai ao professor
      *         autorizado na materia e turma pela tabela CADAUTNT
      *         (CDAUTNOT); o que nao tem professor sai no grupo da
      *         coordenacao. Classificado via SORT por professor,
      *         turma, materia, aluno e avaliacao, gravado no arquivo
      *         de impressao ATRNOTIMP (nome fisico datado
      *         ATRNOT.AAAAMMDD via DD_ATRNOTIMP) e registrado no
      *         catalogo RELCATAL (tipo ATRNOT). Cada professor com
      *         atraso recebe um lembrete na fila NOTIFQ (evento
      *         ATRASONOTA, template TPLATR01, parametro termo e
      *         quantidade). O grupo do professor e o rodape trazem
      *         ainda as notas lancadas fora do prazo nos ultimos 7
      *         dias, lidas do NOTATRAS gravado pelo DESAFIOM2. O
      *         termo vem da variavel BOLETIM_TERMO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDATRNOT.

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

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT NOTATRAS ASSIGN TO
           "NOTATRAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTATRAS.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

           SELECT ARQ-IMP ASSIGN TO
           "ATRNOTIMP"
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

       FD CADUSER.
           COPY REGUSER.

       FD NOTATRAS.
           COPY REGATRAS.

       FD NOTIFQ.
           COPY REGNOTIF.

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
           03 SR-AVALIACAO               PIC 9(01).
           03 SR-DT-PRAZO                PIC 9(08).
           03 SR-DIAS                    PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADINSCR                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-NOTATRAS                 PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
      * situacao da abertura dos arquivos consultados por chave: o
      * status muda a cada leitura e nao diz se o arquivo esta aberto
       77 WS-ABERTO-INSCR                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-CADUSER              PIC X VALUE 'N'.
       77 WS-ABERTO-NOTIFQ               PIC X VALUE 'N'.
       77 WS-EOF-INSCR                   PIC X VALUE 'N'.
        88 FIM-CADINSCR                  VALUE 'S'.
       77 WS-EOF-AUT                     PIC X VALUE 'N'.
        88 FIM-CADAUTNT                  VALUE 'S'.
       77 WS-EOF-ATRAS                   PIC X VALUE 'N'.
        88 FIM-NOTATRAS                  VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.

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

      * notas lancadas fora do prazo nos ultimos 7 dias (NOTATRAS),
      * por operador que lancou
       01 WS-TAB-LANCADAS.
           03 WS-QTD-LANC                PIC 9(03) VALUE ZEROS.
           03 WS-LANC-ENTRADA OCCURS 300 TIMES.
               05 WS-LANC-OPERADOR       PIC 9(08).
               05 WS-LANC-QTD            PIC 9(05).
       77 WS-IX-LANC                     PIC 9(03) VALUE ZEROS.
       77 WS-LANC-ACHADA                 PIC X VALUE 'N'.
       77 WS-LANC-PROFESSOR              PIC 9(05) VALUE ZEROS.
       77 WS-DT-LIMITE                   PIC 9(08) VALUE ZEROS.

      * situacao da avaliacao no calendario (CDPRZAVA)
       77 WS-PZA-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-PZA-AVALIACAO               PIC 9(01) VALUE ZEROS.
       77 WS-PZA-APLICACAO               PIC 9(08) VALUE ZEROS.
       77 WS-PZA-PRAZO                   PIC 9(08) VALUE ZEROS.
       77 WS-PZA-DIAS                    PIC 9(03) VALUE ZEROS.
       77 WS-PZA-RETORNO                 PIC X(01) VALUE SPACE.

       77 WS-ATIVO                       PIC X VALUE 'N'.
       77 WS-AL-NOME                     PIC X(30) VALUE SPACES.
       77 WS-TEM-LANCAMENTO              PIC X VALUE 'N'.
       77 WS-PREENCH                     PIC X(04) VALUE SPACES.

       77 WS-OPER-ATUAL                  PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-ABERTO                PIC X VALUE 'N'.
       77 WS-PROF-NOME                   PIC X(40) VALUE SPACES.
       77 WS-PROF-ACHADO                 PIC X VALUE 'N'.
       77 WS-QTD-PROFESSOR               PIC 9(05) VALUE ZEROS.

       77 WS-TOT-INSCRICOES              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-ATIVOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ATRASOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-PROFESSOR           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LEMBRETES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-EMAIL               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LANCADAS                PIC 9(06) VALUE ZEROS.

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
                   ON ASCENDING KEY SR-AVALIACAO
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem termo ou sem CADINSCR nao ha o que cobrar: o passo
      * termina com codigo 8
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           ACCEPT WS-TERMO FROM ENVIRONMENT "BOLETIM_TERMO".
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO DOS ATRASOS: '
               ACCEPT WS-TERMO
           END-IF.
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO NAO INFORMADO - RELATORIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-CARREGA-AUTORIZACOES
               PERFORM 1400-CARREGA-LANCADAS
               PERFORM 1300-ABRE-ARQUIVOS
           END-IF.

       1200-CARREGA-AUTORIZACOES.
           MOVE 0 TO WS-QTD-AUT.
           MOVE 'N' TO WS-EOF-AUT.
           OPEN INPUT CADAUTNT.
           IF WS-FS-CADAUTNT = 0
               PERFORM 1210-LE-AUTORIZACAO UNTIL FIM-CADAUTNT
               CLOSE CADAUTNT
           ELSE
               DISPLAY 'AVISO: CADAUTNT NAO ENCONTRADO - ATRASOS '
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
      * arquivo ATRNOTIMP pela variavel DD_ATRNOTIMP estilo DD
       1300-ABRE-ARQUIVOS.
           OPEN INPUT CADINSCR.
           IF WS-FS-CADINSCR NOT = 0
               DISPLAY 'CADASTRO DE INSCRICOES NAO ENCONTRADO: '
                   'CADINSCR - RELATORIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-ABERTO-INSCR
               OPEN INPUT ARQ-NOTAS
               IF WS-FS-NOTAS = 0
                   MOVE 'S' TO WS-ABERTO-NOTAS
               ELSE
                   DISPLAY 'AVISO: BOLETIM NAO ENCONTRADO - TODA '
                       'AVALIACAO VENCIDA SAI EM ATRASO'
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
               ELSE
                   DISPLAY 'CADUSER INDISPONIVEL - STATUS '
                       WS-FS-CADUSER ' - LEMBRETES NAO ENVIADOS'
               END-IF
               OPEN EXTEND NOTIFQ
               IF WS-FS-NOTIFQ = 35
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN EXTEND NOTIFQ
               END-IF
               IF WS-FS-NOTIFQ = 0
                   MOVE 'S' TO WS-ABERTO-NOTIFQ
               END-IF
               MOVE SPACES TO WS-NOME-IMP
               STRING 'ATRNOT.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_ATRNOTIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

      * a semana do relatorio sao os 7 dias anteriores a execucao;
      * sem o NOTATRAS ninguem lancou fora do prazo ainda
       1400-CARREGA-LANCADAS.
           COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DT-EXEC) - 7).
           MOVE 0 TO WS-QTD-LANC.
           MOVE 'N' TO WS-EOF-ATRAS.
           OPEN INPUT NOTATRAS.
           IF WS-FS-NOTATRAS = 0
               PERFORM 1410-LE-LANCADA UNTIL FIM-NOTATRAS
               CLOSE NOTATRAS
           END-IF.

       1410-LE-LANCADA.
           READ NOTATRAS
               AT END
                   MOVE 'S' TO WS-EOF-ATRAS
               NOT AT END
                   IF LA-TERMO = WS-TERMO AND
                      LA-DATA >= WS-DT-LIMITE
                       ADD 1 TO WS-TOT-LANCADAS
                       PERFORM 1420-CONTA-LANCADA
                   END-IF
           END-READ.

       1420-CONTA-LANCADA.
           MOVE 'N' TO WS-LANC-ACHADA.
           PERFORM 1430-PROCURA-LANCADA
               VARYING WS-IX-LANC FROM 1 BY 1
               UNTIL WS-IX-LANC > WS-QTD-LANC
                  OR WS-LANC-ACHADA = 'S'.
           IF WS-LANC-ACHADA NOT = 'S' AND WS-QTD-LANC < 300
               ADD 1 TO WS-QTD-LANC
               MOVE LA-OPERADOR TO WS-LANC-OPERADOR (WS-QTD-LANC)
               MOVE 1 TO WS-LANC-QTD (WS-QTD-LANC)
           END-IF.

       1430-PROCURA-LANCADA.
           IF WS-LANC-OPERADOR (WS-IX-LANC) = LA-OPERADOR
               ADD 1 TO WS-LANC-QTD (WS-IX-LANC)
               MOVE 'S' TO WS-LANC-ACHADA
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
           MOVE 'F' TO WS-PZA-FUNCAO.
           CALL 'CDPRZAVA' USING WS-PZA-FUNCAO WS-TERMO IN-TURMA
               WS-PZA-AVALIACAO WS-DT-EXEC WS-PZA-APLICACAO
               WS-PZA-PRAZO WS-PZA-DIAS WS-PZA-RETORNO.
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
      * avaliado: fica fora e contado no rodape
       2200-AVALIA-INSCRICAO.
           MOVE 'S' TO WS-ATIVO.
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
                           MOVE 'N' TO WS-ATIVO
                       END-IF
               END-READ
           END-IF.
           IF WS-ATIVO = 'S'
               PERFORM 2300-CONFERE-BOLETIM
               IF WS-PREENCH NOT = 'SSSS'
                   PERFORM 2400-CONFERE-AVALIACAO
                       VARYING WS-PZA-AVALIACAO FROM 1 BY 1
                       UNTIL WS-PZA-AVALIACAO > 4
               END-IF
           END-IF.

      * sem registro no BOLETIM nenhuma avaliacao foi lancada
       2300-CONFERE-BOLETIM.
           MOVE 'NNNN' TO WS-PREENCH.
           IF WS-ABERTO-NOTAS = 'S'
               MOVE IN-TERMO    TO BN-TERMO
               MOVE IN-CD-ALUNO TO BN-CD-ALUNO
               MOVE IN-MATERIA  TO BN-MATERIA
               READ ARQ-NOTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BN-NOTAS-PREENCH TO WS-PREENCH
               END-READ
           END-IF.

      * avaliacao em branco com o prazo de lancamento vencido hoje
       2400-CONFERE-AVALIACAO.
           IF WS-PREENCH (WS-PZA-AVALIACAO:1) NOT = 'S'
               MOVE 'C' TO WS-PZA-FUNCAO
               CALL 'CDPRZAVA' USING WS-PZA-FUNCAO WS-TERMO IN-TURMA
                   WS-PZA-AVALIACAO WS-DT-EXEC WS-PZA-APLICACAO
                   WS-PZA-PRAZO WS-PZA-DIAS WS-PZA-RETORNO
               IF WS-PZA-RETORNO = 'T'
                   ADD 1 TO WS-TOT-ATRASOS
                   PERFORM 2500-DISTRIBUI-ATRASO
               END-IF
           END-IF.

      * o atraso vai a cada professor autorizado na materia e turma;
      * sem nenhum ele fica com o operador zero, o grupo da
      * coordenacao
       2500-DISTRIBUI-ATRASO.
           MOVE IN-TURMA         TO SR-TURMA.
           MOVE IN-MATERIA       TO SR-MATERIA.
           MOVE WS-AL-NOME       TO SR-NOME.
           MOVE IN-CD-ALUNO      TO SR-CD-ALUNO.
           MOVE WS-PZA-AVALIACAO TO SR-AVALIACAO.
           MOVE WS-PZA-PRAZO     TO SR-DT-PRAZO.
           MOVE WS-PZA-DIAS      TO SR-DIAS.
           MOVE 'N' TO WS-AUT-ACHADA.
           PERFORM 2510-LIBERA-PROFESSOR
               VARYING WS-IX-AUT FROM 1 BY 1
               UNTIL WS-IX-AUT > WS-QTD-AUT.
           IF WS-AUT-ACHADA NOT = 'S'
               ADD 1 TO WS-TOT-SEM-PROFESSOR
               MOVE ZEROS TO SR-OPERADOR
               RELEASE REG-SORT
           END-IF.

       2510-LIBERA-PROFESSOR.
           IF WS-AUT-MATERIA (WS-IX-AUT) = IN-MATERIA AND
              WS-AUT-TURMA (WS-IX-AUT) = IN-TURMA
               MOVE 'S' TO WS-AUT-ACHADA
               MOVE WS-AUT-OPERADOR (WS-IX-AUT) TO SR-OPERADOR
               RELEASE REG-SORT
           END-IF.

       2900-SELECIONA-EXIT.
           EXIT.

       3000-IMPRIME SECTION.
           PERFORM 3100-CABECALHO.
           PERFORM 3200-PROXIMO-ATRASO UNTIL FIM-SORT.
           PERFORM 3400-FECHA-PROFESSOR.
           PERFORM 3500-RODAPE.
           GO TO 3900-IMPRIME-EXIT.

       3100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ATRASOS DE LANCAMENTO DE NOTAS - TERMO ' WS-TERMO
               '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 'TURMA MATERIA ALUNO NOME                           '
             TO WS-LINHA-IMP.
           MOVE 'AV PRAZO    DIAS' TO WS-LINHA-IMP (53:16).
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

       3200-PROXIMO-ATRASO.
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
                       ' ' SR-NOME '  N' SR-AVALIACAO ' '
                       SR-DT-PRAZO ' ' SR-DIAS
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
           MOVE 'N' TO WS-PROF-ACHADO.
           MOVE 'OPERADOR FORA DO CADUSER' TO WS-PROF-NOME.
           IF WS-ABERTO-CADUSER = 'S' AND WS-OPER-ATUAL NOT = ZEROS
               MOVE WS-OPER-ATUAL TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PROF-ACHADO
                       MOVE FD-NM TO WS-PROF-NOME
               END-READ
           END-IF.

      * o grupo fecha com a contagem, as notas que o professor lancou
      * fora do prazo na semana e o lembrete na NOTIFQ
       3400-FECHA-PROFESSOR.
           IF WS-GRUPO-ABERTO = 'S'
               MOVE WS-QTD-PROFESSOR TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'AVALIACOES EM ATRASO DO GRUPO......: '
                   WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               IF WS-OPER-ATUAL NOT = ZEROS
                   PERFORM 3410-LANCADAS-DO-PROFESSOR
                   MOVE WS-LANC-PROFESSOR TO WS-MSK-QTD
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING 'LANCADAS FORA DO PRAZO NA SEMANA...: '
                       WS-MSK-QTD
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 3150-GRAVA-LINHA
                   PERFORM 3450-GRAVA-LEMBRETE
               END-IF
               MOVE 'N' TO WS-GRUPO-ABERTO
           END-IF.

       3410-LANCADAS-DO-PROFESSOR.
           MOVE ZEROS TO WS-LANC-PROFESSOR.
           PERFORM 3420-COMPARA-LANCADA
               VARYING WS-IX-LANC FROM 1 BY 1
               UNTIL WS-IX-LANC > WS-QTD-LANC.

       3420-COMPARA-LANCADA.
           IF WS-LANC-OPERADOR (WS-IX-LANC) = WS-OPER-ATUAL
               MOVE WS-LANC-QTD (WS-IX-LANC) TO WS-LANC-PROFESSOR
           END-IF.

      * conta bloqueada ou sem email valido nao recebe: o professor
      * fica so no relatorio e o rodape conta
       3450-GRAVA-LEMBRETE.
           IF WS-ABERTO-NOTIFQ = 'S' AND WS-PROF-ACHADO = 'S'
               IF CONTA-BLOQUEADA OR FD-EMAIL = SPACES OR
                  EMAIL-INVALIDO
                   ADD 1 TO WS-TOT-SEM-EMAIL
               ELSE
                   MOVE WS-DT-EXEC   TO NQ-DATA
                   MOVE WS-HR-EXEC   TO NQ-HORA
                   MOVE 'ATRASONOTA' TO NQ-EVENTO
                   MOVE FD-CD-USER   TO NQ-CD-USER
                   MOVE FD-EMAIL     TO NQ-EMAIL
                   MOVE 'TPLATR01'   TO NQ-TEMPLATE
                   MOVE SPACES       TO NQ-PARAMETRO
                   STRING WS-TERMO ' ' WS-QTD-PROFESSOR
                       DELIMITED BY SIZE INTO NQ-PARAMETRO
                   END-STRING
                   IF FD-NM-SOCIAL = SPACES
                       MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
                   ELSE
                       MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
                   END-IF
                   WRITE REG-NOTIFICACAO
                   ADD 1 TO WS-TOT-LEMBRETES
               END-IF
           ELSE
               ADD 1 TO WS-TOT-SEM-EMAIL
           END-IF.

      * pagina final de totais do relatorio
       3500-RODAPE.
           IF WS-FS-IMP = 0
               PERFORM 3100-CABECALHO
               MOVE 'TOTAIS DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-INSCRICOES TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'INSCRICOES DO TERMO..............: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-ATRASOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'AVALIACOES COM PRAZO VENCIDO.....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-SEM-PROFESSOR TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ATRASOS SEM PROFESSOR............: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-LANCADAS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'LANCADAS FORA DO PRAZO NA SEMANA.: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-LEMBRETES TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'LEMBRETES NA NOTIFQ..............: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-SEM-EMAIL TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'PROFESSORES SEM LEMBRETE.........: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-NAO-ATIVOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ALUNOS NAO-ATIVOS (FORA).........: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               CLOSE ARQ-IMP
               PERFORM 3700-REGISTRA-CATALOGO
               DISPLAY 'ATRASOS GRAVADOS EM '
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
           MOVE 'ATRNOT' TO RK-TIPO.
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
           IF WS-ABERTO-NOTIFQ = 'S'
               CLOSE NOTIFQ
           END-IF.

       END PROGRAM CDATRNOT.
