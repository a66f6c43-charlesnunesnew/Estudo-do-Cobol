      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:VIRADA DO ANO LETIVO - no fim do ano a secretaria
      *         mudava aluno por aluno no CDALUNO e sempre sobrava
      *         algum na turma errada. Este batch le o mapa de
      *         promocao MAPPROMO (linhas TURMA-ORIGEM;TURMA-DESTINO,
      *         destino CONCLUI para a turma que forma) e o resultado
      *         final do termo que encerra no BOLETIM, com as decisoes
      *         do conselho de classe (CONSDEC, gravado pelo
      *         CDCONSDEC) por cima do status lancado. Para cada aluno
      *         ativo propoe a turma seguinte: aprovado em todas as
      *         materias sobe pelo mapa, reprovado em alguma fica na
      *         turma, aluno da turma que forma vira concluido ('C').
      *         A lotacao da turma destino (TU-CAPACIDADE no CADTURMA,
      *         zero sem limite) conta primeiro quem fica e depois os
      *         promovidos pela ordem de matricula; quem nao cabe fica
      *         apontado para a coordenacao. Pendencias (materia em
      *         curso ou em recuperacao, aluno sem lancamento, turma
      *         fora do mapa) nao mudam de turma.
      *         Como o CDMASSA, roda por padrao em SIMULACAO
      *         (VIRADA_MODO em branco ou 'S'): so imprime a proposta
      *         para a coordenacao aprovar. Com VIRADA_MODO=E, e com o
      *         termo que encerra ja fechado, regrava o CADALUNO,
      *         deixa cada mudanca no historico ALUNHIST e cria o
      *         termo seguinte no CADTERMO; termo seguinte ja
      *         cadastrado indica virada ja aplicada e a execucao e
      *         recusada. Mais de 3000 alunos ativos nao cabem na
      *         tabela da virada: a execucao e recusada com codigo 8
      *         antes de gravar qualquer coisa e a proposta sai como
      *         simulacao. O termo que encerra vem de VIRADA_TERMO; o
      *         seguinte de VIRADA_TERMO_NOVO (padrao: o ano do codigo
      *         mais um) com as datas VIRADA_NOVO_INICIO e
      *         VIRADA_NOVO_FIM (padrao: as do termo que encerra mais
      *         um ano). A proposta vai ao arquivo de impressao
      *         VIRADAIMP (nome fisico datado VIRADA.AAAAMMDD via
      *         DD_VIRADAIMP) e ao catalogo RELCATAL (tipo VIRADA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDVIRANO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

           SELECT MAPPROMO ASSIGN TO
           "MAPPROMO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MAPPROMO.

           SELECT CONSDEC ASSIGN TO
           "CONSDEC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONSDEC.

           SELECT ALUNHIST ASSIGN TO
           "ALUNHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNHIST.

           SELECT ARQ-IMP ASSIGN TO
           "VIRADAIMP"
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
       FD CADALUNO.
           COPY REGALUNO.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADTERMO.
           COPY REGTERMO.

       FD MAPPROMO.
       01 REG-MAPA                        PIC X(80).

       FD CONSDEC.
       01 REG-DECISAO                     PIC X(132).

       FD ALUNHIST.
       01 REG-ALUNHIST                    PIC X(80).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-TURMA                   PIC X(03).
           03 SR-NOME                    PIC X(30).
           03 SR-CODIGO                  PIC 9(05).
           03 SR-RESULTADO               PIC X(01).
           03 SR-TURMA-NOVA              PIC X(03).
           03 SR-MOTIVO                  PIC X(30).
           03 SR-APLICADO                PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-MAPPROMO                 PIC 99.
       77 WS-FS-CONSDEC                  PIC 99.
       77 WS-FS-ALUNHIST                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
      * situacao da abertura dos arquivos lidos por chave: o status
      * muda a cada leitura e nao diz se o arquivo esta aberto
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-TURMA                PIC X VALUE 'N'.
       77 WS-ABERTO-TERMO                PIC X VALUE 'N'.
       77 WS-ABERTO-HIST                 PIC X VALUE 'N'.
       77 WS-EOF-ALUNO                   PIC X VALUE 'N'.
        88 FIM-CADALUNO                  VALUE 'S'.
       77 WS-EOF-NOTAS                   PIC X VALUE 'N'.
        88 FIM-NOTAS-ALUNO               VALUE 'S'.
       77 WS-EOF-MAPA                    PIC X VALUE 'N'.
        88 FIM-MAPPROMO                  VALUE 'S'.
       77 WS-EOF-DEC                     PIC X VALUE 'N'.
        88 FIM-CONSDEC                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.
       77 WS-PODE-SEGUIR                 PIC X VALUE 'S'.
        88 VIRADA-PODE-SEGUIR            VALUE 'S'.
       77 WS-TAB-ESTOURO                 PIC X VALUE 'N'.
        88 TAB-VIRADA-ESTOURADA          VALUE 'S'.

       77 WS-MODO                        PIC X(01) VALUE 'S'.
        88 MODO-SIMULACAO                VALUE 'S', ' '.
        88 MODO-EXECUCAO                 VALUE 'E'.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-TERMO-NOVO                  PIC X(06) VALUE SPACES.
       77 WS-ANO-TEXTO                   PIC X(04) VALUE SPACES.
       77 WS-ANO                         PIC 9(04) VALUE ZEROS.
       77 WS-DATA-TEXTO                  PIC X(08) VALUE SPACES.
       01 WS-NOVO-INICIO                 PIC 9(08) VALUE ZEROS.
       01 WS-NOVO-INICIO-R REDEFINES WS-NOVO-INICIO.
           03 FILLER                     PIC 9(04).
           03 WS-NI-MES-DIA              PIC 9(04).
       01 WS-NOVO-FIM                    PIC 9(08) VALUE ZEROS.
       01 WS-NOVO-FIM-R REDEFINES WS-NOVO-FIM.
           03 FILLER                     PIC 9(04).
           03 WS-NF-MES-DIA              PIC 9(04).

      * mapa de promocao: turma de origem, turma destino e se a
      * turma de origem e a que forma
       01 WS-PARTES-MAPA.
           03 WS-MP-ORIGEM               PIC X(10).
           03 WS-MP-DESTINO              PIC X(10).
       01 WS-TAB-MAPA.
           03 WS-QTD-MAPA                PIC 9(03) VALUE ZEROS.
           03 WS-MAPA-ENTRADA OCCURS 100 TIMES.
               05 WS-MA-ORIGEM           PIC X(03).
               05 WS-MA-DESTINO          PIC X(03).
               05 WS-MA-CONCLUI          PIC X(01).
       77 WS-IX-MAPA                     PIC 9(03) VALUE ZEROS.
       77 WS-MAPA-ACHADO                 PIC 9(03) VALUE ZEROS.

      * decisoes do conselho do termo: a ultima linha do CONSDEC
      * para aluno e materia e a que vale
       01 WS-LINHA-DECISAO.
           03 DC-DT-SESSAO               PIC 9(08).
           03 FILLER                     PIC X(01).
           03 DC-TERMO                   PIC X(06).
           03 FILLER                     PIC X(01).
           03 DC-ALUNO                   PIC 9(05).
           03 FILLER                     PIC X(01).
           03 DC-MATERIA                 PIC X(06).
           03 FILLER                     PIC X(01).
           03 DC-STATUS-ANT              PIC X(11).
           03 FILLER                     PIC X(01).
           03 DC-STATUS-NOVO             PIC X(11).
           03 FILLER                     PIC X(80).
       01 WS-TAB-DECISAO.
           03 WS-QTD-DEC                 PIC 9(04) VALUE ZEROS.
           03 WS-DEC-ENTRADA OCCURS 1000 TIMES.
               05 WS-DE-ALUNO            PIC 9(05).
               05 WS-DE-MATERIA          PIC X(06).
               05 WS-DE-STATUS           PIC X(11).
       77 WS-IX-DEC                      PIC 9(04) VALUE ZEROS.
       77 WS-DEC-ACHADA                  PIC 9(04) VALUE ZEROS.

      * turmas envolvidas: capacidade do CADTURMA e ocupacao prevista
      * para o ano seguinte
       01 WS-TAB-TURMAS.
           03 WS-QTD-TURMAS              PIC 9(03) VALUE ZEROS.
           03 WS-TUR-ENTRADA OCCURS 100 TIMES.
               05 WS-TR-CODIGO           PIC X(03).
               05 WS-TR-CADASTRADA       PIC X(01).
               05 WS-TR-CAPACIDADE       PIC 9(03).
               05 WS-TR-OCUPACAO         PIC 9(04).
       77 WS-IX-TURMA                    PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-PROCURADA             PIC X(03) VALUE SPACES.
       77 WS-TURMA-ACHADA                PIC 9(03) VALUE ZEROS.

      * proposta por aluno ativo, na ordem do codigo de matricula
      * resultado: A promovido, C concluinte, R retido, P pendente,
      *            S sem lancamento, M sem mapa, L turma lotada
       01 WS-TAB-VIRADA.
           03 WS-QTD-VIRADA              PIC 9(04) VALUE ZEROS.
           03 WS-VIR-ENTRADA OCCURS 3000 TIMES.
               05 WS-VA-CODIGO           PIC 9(05).
               05 WS-VA-NOME             PIC X(30).
               05 WS-VA-TURMA            PIC X(03).
               05 WS-VA-TURMA-NOVA       PIC X(03).
               05 WS-VA-RESULTADO        PIC X(01).
               05 WS-VA-MOTIVO           PIC X(30).
               05 WS-VA-APLICADO         PIC X(01).
       77 WS-IX-VIRADA                   PIC 9(04) VALUE ZEROS.

       77 WS-STATUS-MATERIA              PIC X(11) VALUE SPACES.
       77 WS-QTD-MATERIAS                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RETIDAS                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PENDENTES               PIC 9(03) VALUE ZEROS.
       77 WS-MATERIA-RETIDA              PIC X(06) VALUE SPACES.
       77 WS-MATERIA-PENDENTE            PIC X(06) VALUE SPACES.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-ATIVOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PROMOVIDOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONCLUINTES             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RETIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PENDENTES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-LANCAMENTO          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-MAPA                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LOTADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERADOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ERROS                   PIC 9(06) VALUE ZEROS.
       77 WS-TERMO-CRIADO                PIC X VALUE 'N'.

      * a linha do historico de status e montada aqui porque VALUE
      * de FILLER nao vale em registro de FD
       01 WS-LINHA-ALUNHIST.
           03 AH-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-CODIGO                  PIC 9(05).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-STATUS-ANT              PIC X(01).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-STATUS-NOVO             PIC X(01).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-MOTIVO                  PIC X(40).

       77 WS-TURMA-ATUAL                 PIC X(03) VALUE SPACES.
       77 WS-GRUPO-ABERTO                PIC X VALUE 'N'.
       77 WS-QTD-GRUPO                   PIC 9(06) VALUE ZEROS.
       77 WS-DESC-RESULTADO              PIC X(12) VALUE SPACES.
       77 WS-DESC-APLICADO               PIC X(10) VALUE SPACES.

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

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF VIRADA-PODE-SEGUIR
               PERFORM 2000-PROPOE-ALUNOS
               PERFORM 2500-CONFERE-LOTACAO
                   VARYING WS-IX-VIRADA FROM 1 BY 1
                   UNTIL WS-IX-VIRADA > WS-QTD-VIRADA
               IF MODO-EXECUCAO
                   IF TAB-VIRADA-ESTOURADA
                       PERFORM 1995-RECUSA-ESTOURO
                   ELSE
                       PERFORM 4000-APLICA-VIRADA
                   END-IF
               END-IF
               PERFORM 1900-ABRE-IMPRESSAO
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-TURMA
                   ON ASCENDING KEY SR-NOME
                   ON ASCENDING KEY SR-CODIGO
                   INPUT PROCEDURE IS 5000-SELECIONA
                   OUTPUT PROCEDURE IS 6000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem termo, sem mapa, sem CADALUNO ou sem BOLETIM nao ha
      * proposta que faca sentido: o passo termina com codigo 8
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           MOVE 'VIRADA_MODO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-MODO.
           IF WS-MODO = SPACE
               MOVE 'S' TO WS-MODO
           END-IF.

           DISPLAY '============================================='.
           IF MODO-SIMULACAO
               DISPLAY '   VIRADA DO ANO LETIVO - SIMULACAO'
               DISPLAY '   (NADA SERA GRAVADO; VIRADA_MODO=E EXECUTA)'
           ELSE
               DISPLAY '   VIRADA DO ANO LETIVO - EXECUCAO'
           END-IF.
           DISPLAY '============================================='.

           ACCEPT WS-TERMO FROM ENVIRONMENT "VIRADA_TERMO".
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO QUE ENCERRA O ANO: '
               ACCEPT WS-TERMO
           END-IF.
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO NAO INFORMADO - VIRADA NAO PROCESSADA'
               PERFORM 1990-RECUSA-VIRADA
           END-IF.
           IF VIRADA-PODE-SEGUIR
               PERFORM 1100-CONFERE-TERMOS
           END-IF.
           IF VIRADA-PODE-SEGUIR
               PERFORM 1200-CARREGA-MAPA
           END-IF.
           IF VIRADA-PODE-SEGUIR
               PERFORM 1300-CARREGA-DECISOES
               PERFORM 1400-ABRE-ARQUIVOS
           END-IF.

      * o termo que encerra tem de existir (e, na execucao, estar
      * fechado); o termo seguinte ja cadastrado quer dizer virada
      * ja aplicada
       1100-CONFERE-TERMOS.
           IF MODO-EXECUCAO
               OPEN I-O CADTERMO
           ELSE
               OPEN INPUT CADTERMO
           END-IF.
           IF WS-FS-CADTERMO NOT = 0
               DISPLAY 'CADTERMO NAO ENCONTRADO - CADASTRE OS TERMOS '
                   'PELO CDTERMO'
               PERFORM 1990-RECUSA-VIRADA
           ELSE
               MOVE 'S' TO WS-ABERTO-TERMO
               MOVE WS-TERMO TO TM-CODIGO
               READ CADTERMO
                   INVALID KEY
                       DISPLAY 'TERMO FORA DO CADTERMO: ' WS-TERMO
                       PERFORM 1990-RECUSA-VIRADA
                   NOT INVALID KEY
                       PERFORM 1110-MONTA-TERMO-NOVO
               END-READ
           END-IF.
           IF VIRADA-PODE-SEGUIR
               MOVE WS-TERMO-NOVO TO TM-CODIGO
               READ CADTERMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MODO-EXECUCAO
                           DISPLAY 'TERMO ' WS-TERMO-NOVO ' JA '
                               'CADASTRADO - VIRADA JA APLICADA'
                           PERFORM 1990-RECUSA-VIRADA
                       ELSE
                           DISPLAY 'AVISO: TERMO ' WS-TERMO-NOVO
                               ' JA CADASTRADO NO CADTERMO'
                       END-IF
               END-READ
           END-IF.

      * codigo e datas do termo seguinte: variavel de ambiente ou o
      * termo que encerra com um ano a mais (29/02 vira 28/02)
       1110-MONTA-TERMO-NOVO.
           IF TERMO-ABERTO
               IF MODO-EXECUCAO
                   DISPLAY 'TERMO ' WS-TERMO ' AINDA ABERTO - FECHE '
                       'O TERMO PELO CDTERMO ANTES DA VIRADA'
                   PERFORM 1990-RECUSA-VIRADA
               ELSE
                   DISPLAY 'AVISO: TERMO ' WS-TERMO ' AINDA ABERTO - '
                       'RESULTADOS PODEM MUDAR'
               END-IF
           END-IF.
           ACCEPT WS-TERMO-NOVO FROM ENVIRONMENT "VIRADA_TERMO_NOVO".
           IF WS-TERMO-NOVO = SPACES
               MOVE WS-TERMO (1:4) TO WS-ANO-TEXTO
               IF WS-ANO-TEXTO IS NUMERIC
                   MOVE WS-ANO-TEXTO TO WS-ANO
                   ADD 1 TO WS-ANO
                   MOVE WS-TERMO TO WS-TERMO-NOVO
                   MOVE WS-ANO TO WS-TERMO-NOVO (1:4)
               ELSE
                   DISPLAY 'INFORME O TERMO SEGUINTE EM '
                       'VIRADA_TERMO_NOVO'
                   PERFORM 1990-RECUSA-VIRADA
               END-IF
           END-IF.
           MOVE TM-DT-INICIO TO WS-NOVO-INICIO.
           ADD 10000 TO WS-NOVO-INICIO.
           IF WS-NI-MES-DIA = 0229
               MOVE 0228 TO WS-NI-MES-DIA
           END-IF.
           MOVE TM-DT-FIM TO WS-NOVO-FIM.
           ADD 10000 TO WS-NOVO-FIM.
           IF WS-NF-MES-DIA = 0229
               MOVE 0228 TO WS-NF-MES-DIA
           END-IF.
           ACCEPT WS-DATA-TEXTO FROM ENVIRONMENT "VIRADA_NOVO_INICIO".
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-NOVO-INICIO
           END-IF.
           MOVE SPACES TO WS-DATA-TEXTO.
           ACCEPT WS-DATA-TEXTO FROM ENVIRONMENT "VIRADA_NOVO_FIM".
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-NOVO-FIM
           END-IF.
           DISPLAY 'TERMO QUE ENCERRA: ' WS-TERMO
               '  TERMO SEGUINTE: ' WS-TERMO-NOVO
               ' (' WS-NOVO-INICIO ' A ' WS-NOVO-FIM ')'.

       1200-CARREGA-MAPA.
           MOVE 0 TO WS-QTD-MAPA.
           OPEN INPUT MAPPROMO.
           IF WS-FS-MAPPROMO NOT = 0
               DISPLAY 'MAPA DE PROMOCAO NAO ENCONTRADO: MAPPROMO'
               PERFORM 1990-RECUSA-VIRADA
           ELSE
               MOVE 'N' TO WS-EOF-MAPA
               PERFORM 1210-LE-MAPA UNTIL FIM-MAPPROMO
               CLOSE MAPPROMO
               IF WS-QTD-MAPA = 0
                   DISPLAY 'NENHUMA LINHA VALIDA NO MAPPROMO'
                   PERFORM 1990-RECUSA-VIRADA
               END-IF
           END-IF.

       1210-LE-MAPA.
           READ MAPPROMO
               AT END
                   MOVE 'S' TO WS-EOF-MAPA
               NOT AT END
                   MOVE SPACES TO WS-PARTES-MAPA
                   UNSTRING REG-MAPA DELIMITED BY ';'
                       INTO WS-MP-ORIGEM WS-MP-DESTINO
                   END-UNSTRING
                   IF WS-MP-ORIGEM = SPACES OR WS-MP-DESTINO = SPACES
                      OR WS-QTD-MAPA >= 100
                       IF REG-MAPA NOT = SPACES
                           DISPLAY 'LINHA DO MAPA IGNORADA: '
                               FUNCTION TRIM (REG-MAPA)
                       END-IF
                   ELSE
                       ADD 1 TO WS-QTD-MAPA
                       MOVE WS-MP-ORIGEM TO WS-MA-ORIGEM (WS-QTD-MAPA)
                       MOVE 'N' TO WS-MA-CONCLUI (WS-QTD-MAPA)
                       IF FUNCTION TRIM (WS-MP-DESTINO) = 'CONCLUI'
                           MOVE SPACES TO WS-MA-DESTINO (WS-QTD-MAPA)
                           MOVE 'S' TO WS-MA-CONCLUI (WS-QTD-MAPA)
                       ELSE
                           MOVE WS-MP-DESTINO
                             TO WS-MA-DESTINO (WS-QTD-MAPA)
                       END-IF
                   END-IF
           END-READ.

      * sem CONSDEC vale o status do BOLETIM como esta
       1300-CARREGA-DECISOES.
           MOVE 0 TO WS-QTD-DEC.
           OPEN INPUT CONSDEC.
           IF WS-FS-CONSDEC = 0
               MOVE 'N' TO WS-EOF-DEC
               PERFORM 1310-LE-DECISAO UNTIL FIM-CONSDEC
               CLOSE CONSDEC
           END-IF.
           IF WS-QTD-DEC > 0
               DISPLAY 'DECISOES DO CONSELHO NO TERMO: ' WS-QTD-DEC
           END-IF.

       1310-LE-DECISAO.
           READ CONSDEC
               AT END
                   MOVE 'S' TO WS-EOF-DEC
               NOT AT END
                   MOVE REG-DECISAO TO WS-LINHA-DECISAO
                   IF DC-TERMO = WS-TERMO AND DC-ALUNO IS NUMERIC
                       PERFORM 1320-GUARDA-DECISAO
                   END-IF
           END-READ.

       1320-GUARDA-DECISAO.
           MOVE 0 TO WS-DEC-ACHADA.
           PERFORM 1330-COMPARA-DECISAO
               VARYING WS-IX-DEC FROM 1 BY 1
               UNTIL WS-IX-DEC > WS-QTD-DEC OR WS-DEC-ACHADA > 0.
           IF WS-DEC-ACHADA = 0
               IF WS-QTD-DEC < 1000
                   ADD 1 TO WS-QTD-DEC
                   MOVE WS-QTD-DEC TO WS-DEC-ACHADA
                   MOVE DC-ALUNO   TO WS-DE-ALUNO (WS-DEC-ACHADA)
                   MOVE DC-MATERIA TO WS-DE-MATERIA (WS-DEC-ACHADA)
               ELSE
                   DISPLAY 'AVISO: MAIS DE 1000 DECISOES NO TERMO - '
                       'EXCEDENTES IGNORADAS'
                   MOVE 'S' TO WS-EOF-DEC
               END-IF
           END-IF.
           IF WS-DEC-ACHADA > 0
               MOVE DC-STATUS-NOVO TO WS-DE-STATUS (WS-DEC-ACHADA)
           END-IF.

       1330-COMPARA-DECISAO.
           IF WS-DE-ALUNO (WS-IX-DEC) = DC-ALUNO AND
              WS-DE-MATERIA (WS-IX-DEC) = DC-MATERIA
               MOVE WS-IX-DEC TO WS-DEC-ACHADA
           END-IF.

       1400-ABRE-ARQUIVOS.
           IF MODO-EXECUCAO
               OPEN I-O CADALUNO
           ELSE
               OPEN INPUT CADALUNO
           END-IF.
           IF WS-FS-CADALUNO NOT = 0
               DISPLAY 'CADALUNO NAO ABRIU - STATUS ' WS-FS-CADALUNO
               PERFORM 1990-RECUSA-VIRADA
           ELSE
               MOVE 'S' TO WS-ABERTO-ALUNO
           END-IF.
           OPEN INPUT ARQ-NOTAS.
           IF WS-FS-NOTAS NOT = 0
               DISPLAY 'BOLETIM NAO ENCONTRADO - VIRADA SEM '
                   'RESULTADOS'
               PERFORM 1990-RECUSA-VIRADA
           ELSE
               MOVE 'S' TO WS-ABERTO-NOTAS
           END-IF.
           OPEN INPUT CADTURMA.
           IF WS-FS-CADTURMA = 0
               MOVE 'S' TO WS-ABERTO-TURMA
           ELSE
               DISPLAY 'AVISO: CADTURMA NAO ENCONTRADO - LOTACAO '
                   'NAO CONFERIDA'
           END-IF.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo VIRADAIMP pela variavel DD_VIRADAIMP estilo DD
       1900-ABRE-IMPRESSAO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'VIRADA.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_VIRADAIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.

       1990-RECUSA-VIRADA.
           MOVE 'N' TO WS-PODE-SEGUIR.
           MOVE 8 TO RETURN-CODE.

      * virada parcial criaria o termo seguinte e travaria para sempre
      * os alunos que ficaram fora da tabela: nada e gravado e a
      * proposta sai como simulacao
       1995-RECUSA-ESTOURO.
           DISPLAY 'VIRADA RECUSADA: MAIS DE 3000 ALUNOS ATIVOS - '
               'NADA FOI GRAVADO'.
           MOVE 'S' TO WS-MODO.
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * PROPOSTA DE CADA ALUNO ATIVO
      ******************************************************************
       2000-PROPOE-ALUNOS.
           MOVE 'N' TO WS-EOF-ALUNO.
           PERFORM 2100-LE-ALUNO UNTIL FIM-CADALUNO.

       2100-LE-ALUNO.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ALUNO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   IF NOT ALUNO-ATIVO
                       ADD 1 TO WS-TOT-NAO-ATIVOS
                   ELSE
                       IF WS-QTD-VIRADA < 3000
                           PERFORM 2200-PROPOE-ALUNO
                       ELSE
                           DISPLAY 'AVISO: MAIS DE 3000 ALUNOS ATIVOS '
                               '- EXCEDENTES FORA DA VIRADA'
                           MOVE 'S' TO WS-TAB-ESTOURO
                           MOVE 'S' TO WS-EOF-ALUNO
                       END-IF
                   END-IF
           END-READ.

      * retido, pendente, sem lancamento e sem mapa ficam na turma e
      * ja ocupam a vaga dela no ano seguinte; promovido espera a
      * conferencia de lotacao
       2200-PROPOE-ALUNO.
           ADD 1 TO WS-QTD-VIRADA.
           MOVE WS-QTD-VIRADA TO WS-IX-VIRADA.
           MOVE AL-CODIGO TO WS-VA-CODIGO (WS-IX-VIRADA).
           MOVE AL-NOME   TO WS-VA-NOME (WS-IX-VIRADA).
           IF AL-NOME-SOCIAL NOT = SPACES
               MOVE AL-NOME-SOCIAL TO WS-VA-NOME (WS-IX-VIRADA)
           END-IF.
           MOVE AL-TURMA  TO WS-VA-TURMA (WS-IX-VIRADA).
           MOVE AL-TURMA  TO WS-VA-TURMA-NOVA (WS-IX-VIRADA).
           MOVE SPACES    TO WS-VA-MOTIVO (WS-IX-VIRADA).
           MOVE 'N'       TO WS-VA-APLICADO (WS-IX-VIRADA).
           PERFORM 2300-RESULTADO-FINAL.
           EVALUATE TRUE
               WHEN WS-QTD-MATERIAS = 0
                   MOVE 'S' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                   MOVE 'SEM LANCAMENTO NO BOLETIM'
                     TO WS-VA-MOTIVO (WS-IX-VIRADA)
                   ADD 1 TO WS-TOT-SEM-LANCAMENTO
               WHEN WS-QTD-RETIDAS > 0
                   MOVE 'R' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                   STRING 'REPROVADO EM ' WS-QTD-RETIDAS
                       ' MATERIA(S) (' WS-MATERIA-RETIDA ')'
                       DELIMITED BY SIZE
                       INTO WS-VA-MOTIVO (WS-IX-VIRADA)
                   ADD 1 TO WS-TOT-RETIDOS
               WHEN WS-QTD-PENDENTES > 0
                   MOVE 'P' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                   STRING 'SEM RESULTADO FINAL EM '
                       WS-MATERIA-PENDENTE
                       DELIMITED BY SIZE
                       INTO WS-VA-MOTIVO (WS-IX-VIRADA)
                   ADD 1 TO WS-TOT-PENDENTES
               WHEN OTHER
                   PERFORM 2400-APLICA-MAPA
           END-EVALUATE.
           IF WS-VA-RESULTADO (WS-IX-VIRADA) NOT = 'A' AND
              WS-VA-RESULTADO (WS-IX-VIRADA) NOT = 'C'
               MOVE WS-VA-TURMA (WS-IX-VIRADA) TO WS-TURMA-PROCURADA
               PERFORM 2900-LOCALIZA-TURMA
               IF WS-TURMA-ACHADA > 0
                   ADD 1 TO WS-TR-OCUPACAO (WS-TURMA-ACHADA)
               END-IF
           END-IF.

      * resultado de cada materia do termo: a decisao do conselho,
      * quando ha, vale sobre o status lancado
       2300-RESULTADO-FINAL.
           MOVE 0 TO WS-QTD-MATERIAS.
           MOVE 0 TO WS-QTD-RETIDAS.
           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE SPACES TO WS-MATERIA-RETIDA.
           MOVE SPACES TO WS-MATERIA-PENDENTE.
           MOVE 'N' TO WS-EOF-NOTAS.
           MOVE WS-TERMO   TO BN-TERMO.
           MOVE AL-CODIGO  TO BN-CD-ALUNO.
           MOVE LOW-VALUES TO BN-MATERIA.
           START ARQ-NOTAS KEY IS GREATER THAN OR EQUAL TO BN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-NOTAS
           END-START.
           PERFORM 2310-LE-NOTA UNTIL FIM-NOTAS-ALUNO.

       2310-LE-NOTA.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-NOTAS
               NOT AT END
                   IF BN-TERMO NOT = WS-TERMO OR
                      BN-CD-ALUNO NOT = AL-CODIGO
                       MOVE 'S' TO WS-EOF-NOTAS
                   ELSE
                       PERFORM 2320-AVALIA-MATERIA
                   END-IF
           END-READ.

       2320-AVALIA-MATERIA.
           ADD 1 TO WS-QTD-MATERIAS.
           MOVE BN-STATUS TO WS-STATUS-MATERIA.
           MOVE 0 TO WS-DEC-ACHADA.
           PERFORM 2330-PROCURA-DECISAO
               VARYING WS-IX-DEC FROM 1 BY 1
               UNTIL WS-IX-DEC > WS-QTD-DEC OR WS-DEC-ACHADA > 0.
           IF WS-DEC-ACHADA > 0
               MOVE WS-DE-STATUS (WS-DEC-ACHADA) TO WS-STATUS-MATERIA
           END-IF.
           EVALUATE TRUE
               WHEN WS-STATUS-MATERIA = 'Aprovado'
                   CONTINUE
               WHEN WS-STATUS-MATERIA (1:3) = 'Rep'
                   ADD 1 TO WS-QTD-RETIDAS
                   IF WS-MATERIA-RETIDA = SPACES
                       MOVE BN-MATERIA TO WS-MATERIA-RETIDA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
                   IF WS-MATERIA-PENDENTE = SPACES
                       MOVE BN-MATERIA TO WS-MATERIA-PENDENTE
                   END-IF
           END-EVALUATE.

       2330-PROCURA-DECISAO.
           IF WS-DE-ALUNO (WS-IX-DEC) = BN-CD-ALUNO AND
              WS-DE-MATERIA (WS-IX-DEC) = BN-MATERIA
               MOVE WS-IX-DEC TO WS-DEC-ACHADA
           END-IF.

      * aprovado sobe pelo mapa; a turma que forma conclui o aluno
       2400-APLICA-MAPA.
           MOVE 0 TO WS-MAPA-ACHADO.
           PERFORM 2410-COMPARA-MAPA
               VARYING WS-IX-MAPA FROM 1 BY 1
               UNTIL WS-IX-MAPA > WS-QTD-MAPA OR WS-MAPA-ACHADO > 0.
           IF WS-MAPA-ACHADO = 0
               MOVE 'M' TO WS-VA-RESULTADO (WS-IX-VIRADA)
               MOVE 'TURMA FORA DO MAPA DE PROMOCAO'
                 TO WS-VA-MOTIVO (WS-IX-VIRADA)
               ADD 1 TO WS-TOT-SEM-MAPA
           ELSE
               IF WS-MA-CONCLUI (WS-MAPA-ACHADO) = 'S'
                   MOVE 'C' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                   MOVE 'APROVADO NA TURMA QUE FORMA'
                     TO WS-VA-MOTIVO (WS-IX-VIRADA)
                   ADD 1 TO WS-TOT-CONCLUINTES
               ELSE
                   MOVE 'A' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                   MOVE WS-MA-DESTINO (WS-MAPA-ACHADO)
                     TO WS-VA-TURMA-NOVA (WS-IX-VIRADA)
                   MOVE 'APROVADO EM TODAS AS MATERIAS'
                     TO WS-VA-MOTIVO (WS-IX-VIRADA)
               END-IF
           END-IF.

       2410-COMPARA-MAPA.
           IF WS-MA-ORIGEM (WS-IX-MAPA) = AL-TURMA
               MOVE WS-IX-MAPA TO WS-MAPA-ACHADO
           END-IF.

      * promovido pela ordem de matricula: quem nao cabe na turma
      * destino fica na turma atual, apontado para a coordenacao
       2500-CONFERE-LOTACAO.
           IF WS-VA-RESULTADO (WS-IX-VIRADA) = 'A'
               MOVE WS-VA-TURMA-NOVA (WS-IX-VIRADA)
                 TO WS-TURMA-PROCURADA
               PERFORM 2900-LOCALIZA-TURMA
               EVALUATE TRUE
                   WHEN WS-TURMA-ACHADA = 0
                       MOVE 'M' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                       MOVE 'SEM VAGA NA TABELA DE TURMAS'
                         TO WS-VA-MOTIVO (WS-IX-VIRADA)
                       ADD 1 TO WS-TOT-SEM-MAPA
                   WHEN WS-TR-CADASTRADA (WS-TURMA-ACHADA) = 'N'
                       MOVE 'M' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                       MOVE 'TURMA DESTINO FORA DO CADTURMA'
                         TO WS-VA-MOTIVO (WS-IX-VIRADA)
                       ADD 1 TO WS-TOT-SEM-MAPA
                   WHEN WS-TR-CAPACIDADE (WS-TURMA-ACHADA) > 0 AND
                        WS-TR-OCUPACAO (WS-TURMA-ACHADA) >=
                        WS-TR-CAPACIDADE (WS-TURMA-ACHADA)
                       MOVE 'L' TO WS-VA-RESULTADO (WS-IX-VIRADA)
                       MOVE 'TURMA DESTINO LOTADA'
                         TO WS-VA-MOTIVO (WS-IX-VIRADA)
                       ADD 1 TO WS-TOT-LOTADOS
                   WHEN OTHER
                       ADD 1 TO WS-TR-OCUPACAO (WS-TURMA-ACHADA)
                       ADD 1 TO WS-TOT-PROMOVIDOS
               END-EVALUATE
               IF WS-VA-RESULTADO (WS-IX-VIRADA) NOT = 'A'
                   MOVE WS-VA-TURMA (WS-IX-VIRADA)
                     TO WS-VA-TURMA-NOVA (WS-IX-VIRADA)
                   MOVE WS-VA-TURMA (WS-IX-VIRADA)
                     TO WS-TURMA-PROCURADA
                   PERFORM 2900-LOCALIZA-TURMA
                   IF WS-TURMA-ACHADA > 0
                       ADD 1 TO WS-TR-OCUPACAO (WS-TURMA-ACHADA)
                   END-IF
               END-IF
           END-IF.

      * a turma entra na tabela na primeira vez que aparece, com a
      * capacidade do CADTURMA; sem CADTURMA vale como cadastrada e
      * sem limite
       2900-LOCALIZA-TURMA.
           MOVE 0 TO WS-TURMA-ACHADA.
           PERFORM 2910-COMPARA-TURMA
               VARYING WS-IX-TURMA FROM 1 BY 1
               UNTIL WS-IX-TURMA > WS-QTD-TURMAS
                  OR WS-TURMA-ACHADA > 0.
           IF WS-TURMA-ACHADA = 0 AND WS-QTD-TURMAS < 100
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-QTD-TURMAS TO WS-TURMA-ACHADA
               MOVE WS-TURMA-PROCURADA
                 TO WS-TR-CODIGO (WS-TURMA-ACHADA)
               MOVE 'S' TO WS-TR-CADASTRADA (WS-TURMA-ACHADA)
               MOVE 0 TO WS-TR-CAPACIDADE (WS-TURMA-ACHADA)
               MOVE 0 TO WS-TR-OCUPACAO (WS-TURMA-ACHADA)
               IF WS-ABERTO-TURMA = 'S'
                   MOVE WS-TURMA-PROCURADA TO TU-CODIGO
                   READ CADTURMA
                       INVALID KEY
                           MOVE 'N'
                             TO WS-TR-CADASTRADA (WS-TURMA-ACHADA)
                       NOT INVALID KEY
                           MOVE TU-CAPACIDADE
                             TO WS-TR-CAPACIDADE (WS-TURMA-ACHADA)
                   END-READ
               END-IF
           END-IF.

       2910-COMPARA-TURMA.
           IF WS-TR-CODIGO (WS-IX-TURMA) = WS-TURMA-PROCURADA
               MOVE WS-IX-TURMA TO WS-TURMA-ACHADA
           END-IF.

      ******************************************************************
      * EXECUCAO - REGRAVA O CADALUNO, HISTORICO E TERMO SEGUINTE
      ******************************************************************
       4000-APLICA-VIRADA.
           OPEN EXTEND ALUNHIST.
           IF WS-FS-ALUNHIST = 35
               OPEN OUTPUT ALUNHIST
               CLOSE ALUNHIST
               OPEN EXTEND ALUNHIST
           END-IF.
           IF WS-FS-ALUNHIST = 0
               MOVE 'S' TO WS-ABERTO-HIST
           END-IF.
           PERFORM 4100-APLICA-ALUNO
               VARYING WS-IX-VIRADA FROM 1 BY 1
               UNTIL WS-IX-VIRADA > WS-QTD-VIRADA.
           PERFORM 4300-CRIA-TERMO.

       4100-APLICA-ALUNO.
           IF WS-VA-RESULTADO (WS-IX-VIRADA) = 'A' OR
              WS-VA-RESULTADO (WS-IX-VIRADA) = 'C'
               MOVE WS-VA-CODIGO (WS-IX-VIRADA) TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       MOVE 'E' TO WS-VA-APLICADO (WS-IX-VIRADA)
                       ADD 1 TO WS-TOT-ERROS
                   NOT INVALID KEY
                       PERFORM 4110-REGRAVA-ALUNO
               END-READ
           END-IF.

      * o status anterior vai ao historico antes da mudanca; a troca
      * de turma deixa o status como esta
       4110-REGRAVA-ALUNO.
           MOVE AL-STATUS TO AH-STATUS-ANT.
           MOVE SPACES TO AH-MOTIVO.
           IF WS-VA-RESULTADO (WS-IX-VIRADA) = 'C'
               MOVE 'C' TO AL-STATUS
               MOVE WS-DT-EXEC TO AL-DT-STATUS
               STRING 'VIRADA ' WS-TERMO ': CONCLUSAO NA TURMA '
                   AL-TURMA
                   DELIMITED BY SIZE INTO AH-MOTIVO
           ELSE
               STRING 'VIRADA ' WS-TERMO ': TURMA ' AL-TURMA
                   ' PARA ' WS-VA-TURMA-NOVA (WS-IX-VIRADA)
                   DELIMITED BY SIZE INTO AH-MOTIVO
               MOVE WS-VA-TURMA-NOVA (WS-IX-VIRADA) TO AL-TURMA
           END-IF.
           MOVE AL-STATUS TO AH-STATUS-NOVO.
           IF AH-STATUS-NOVO = SPACE
               MOVE 'A' TO AH-STATUS-NOVO
           END-IF.
           REWRITE REG-ALUNO
               INVALID KEY
                   MOVE 'E' TO WS-VA-APLICADO (WS-IX-VIRADA)
                   ADD 1 TO WS-TOT-ERROS
               NOT INVALID KEY
                   MOVE 'S' TO WS-VA-APLICADO (WS-IX-VIRADA)
                   ADD 1 TO WS-TOT-ALTERADOS
                   PERFORM 4200-GRAVA-HISTORICO
           END-REWRITE.

       4200-GRAVA-HISTORICO.
           IF WS-ABERTO-HIST = 'S'
               MOVE WS-DT-EXEC TO AH-DATA
               MOVE AL-CODIGO  TO AH-CODIGO
               MOVE WS-LINHA-ALUNHIST TO REG-ALUNHIST
               WRITE REG-ALUNHIST
           END-IF.

       4300-CRIA-TERMO.
           MOVE WS-TERMO-NOVO TO TM-CODIGO.
           MOVE SPACES TO TM-DESCRICAO.
           STRING 'ANO LETIVO ' WS-TERMO-NOVO
               DELIMITED BY SIZE INTO TM-DESCRICAO.
           MOVE WS-NOVO-INICIO TO TM-DT-INICIO.
           MOVE WS-NOVO-FIM    TO TM-DT-FIM.
           MOVE 'A'            TO TM-STATUS.
           WRITE REG-TERMO
               INVALID KEY
                   DISPLAY 'ERRO AO CRIAR O TERMO ' WS-TERMO-NOVO
                       ' - STATUS ' WS-FS-CADTERMO
               NOT INVALID KEY
                   MOVE 'S' TO WS-TERMO-CRIADO
                   DISPLAY 'TERMO ' WS-TERMO-NOVO ' CRIADO NO CADTERMO'
           END-WRITE.

      ******************************************************************
      * PROPOSTA IMPRESSA POR TURMA ATUAL
      ******************************************************************
       5000-SELECIONA SECTION.
           PERFORM 5100-LIBERA-ALUNO
               VARYING WS-IX-VIRADA FROM 1 BY 1
               UNTIL WS-IX-VIRADA > WS-QTD-VIRADA.
           GO TO 5900-SELECIONA-EXIT.

       5100-LIBERA-ALUNO.
           MOVE WS-VA-TURMA (WS-IX-VIRADA)      TO SR-TURMA.
           MOVE WS-VA-NOME (WS-IX-VIRADA)       TO SR-NOME.
           MOVE WS-VA-CODIGO (WS-IX-VIRADA)     TO SR-CODIGO.
           MOVE WS-VA-RESULTADO (WS-IX-VIRADA)  TO SR-RESULTADO.
           MOVE WS-VA-TURMA-NOVA (WS-IX-VIRADA) TO SR-TURMA-NOVA.
           MOVE WS-VA-MOTIVO (WS-IX-VIRADA)     TO SR-MOTIVO.
           MOVE WS-VA-APLICADO (WS-IX-VIRADA)   TO SR-APLICADO.
           RELEASE REG-SORT.

       5900-SELECIONA-EXIT.
           EXIT.

       6000-IMPRIME SECTION.
           PERFORM 6100-CABECALHO.
           PERFORM 6200-PROXIMO-ALUNO UNTIL FIM-SORT.
           PERFORM 6400-FECHA-TURMA.
           PERFORM 6500-RODAPE.
           GO TO 6900-IMPRIME-EXIT.

       6100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF MODO-SIMULACAO
               STRING 'VIRADA DO ANO LETIVO (SIMULACAO) - TERMO '
                   WS-TERMO ' PARA ' WS-TERMO-NOVO
                   '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
                   '   PAGINA ' WS-NUM-PAGINA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING 'VIRADA DO ANO LETIVO (EXECUCAO) - TERMO '
                   WS-TERMO ' PARA ' WS-TERMO-NOVO
                   '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
                   '   PAGINA ' WS-NUM-PAGINA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 6150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 6150-GRAVA-LINHA.
           MOVE 'ALUNO NOME' TO WS-LINHA-IMP.
           MOVE 'RESULTADO' TO WS-LINHA-IMP (39:9).
           MOVE 'TURMA NOVA  MOTIVO' TO WS-LINHA-IMP (52:18).
           MOVE 'SITUACAO' TO WS-LINHA-IMP (96:8).
           PERFORM 6150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 6150-GRAVA-LINHA.
           MOVE 4 TO WS-LINHAS-PAGINA.

       6150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

       6200-PROXIMO-ALUNO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF WS-GRUPO-ABERTO NOT = 'S' OR
                      SR-TURMA NOT = WS-TURMA-ATUAL
                       PERFORM 6400-FECHA-TURMA
                       PERFORM 6300-ABRE-TURMA
                   END-IF
                   IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                       PERFORM 6100-CABECALHO
                   END-IF
                   PERFORM 6250-DESCREVE-RESULTADO
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING SR-CODIGO ' ' SR-NOME '  '
                       WS-DESC-RESULTADO ' ' SR-TURMA-NOVA
                       '         ' SR-MOTIVO '  ' WS-DESC-APLICADO
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 6150-GRAVA-LINHA
                   ADD 1 TO WS-QTD-GRUPO
           END-RETURN.

       6250-DESCREVE-RESULTADO.
           EVALUATE SR-RESULTADO
               WHEN 'A'
                   MOVE 'PROMOVIDO'    TO WS-DESC-RESULTADO
               WHEN 'C'
                   MOVE 'CONCLUINTE'   TO WS-DESC-RESULTADO
               WHEN 'R'
                   MOVE 'RETIDO'       TO WS-DESC-RESULTADO
               WHEN 'L'
                   MOVE 'SEM VAGA'     TO WS-DESC-RESULTADO
               WHEN OTHER
                   MOVE 'PENDENTE'     TO WS-DESC-RESULTADO
           END-EVALUATE.
           MOVE SPACES TO WS-DESC-APLICADO.
           IF MODO-EXECUCAO
               EVALUATE SR-APLICADO
                   WHEN 'S'
                       MOVE 'APLICADO' TO WS-DESC-APLICADO
                   WHEN 'E'
                       MOVE 'ERRO'     TO WS-DESC-APLICADO
                   WHEN OTHER
                       MOVE 'MANTIDO'  TO WS-DESC-APLICADO
               END-EVALUATE
           END-IF.

       6300-ABRE-TURMA.
           MOVE SR-TURMA TO WS-TURMA-ATUAL.
           MOVE 'S' TO WS-GRUPO-ABERTO.
           MOVE 0 TO WS-QTD-GRUPO.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 6150-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '===== TURMA ATUAL ' WS-TURMA-ATUAL ' ====='
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6150-GRAVA-LINHA.

       6400-FECHA-TURMA.
           IF WS-GRUPO-ABERTO = 'S'
               MOVE WS-QTD-GRUPO TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ALUNOS DA TURMA.......: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 6150-GRAVA-LINHA
               MOVE 'N' TO WS-GRUPO-ABERTO
           END-IF.

      * pagina final: ocupacao prevista de cada turma e totais
       6500-RODAPE.
           IF WS-FS-IMP = 0
               PERFORM 6100-CABECALHO
               MOVE 'OCUPACAO PREVISTA DAS TURMAS NO ANO SEGUINTE'
                 TO WS-LINHA-IMP
               PERFORM 6150-GRAVA-LINHA
               MOVE 'TURMA CAPACIDADE OCUPACAO' TO WS-LINHA-IMP
               PERFORM 6150-GRAVA-LINHA
               PERFORM 6510-LINHA-OCUPACAO
                   VARYING WS-IX-TURMA FROM 1 BY 1
                   UNTIL WS-IX-TURMA > WS-QTD-TURMAS
               MOVE SPACES TO WS-LINHA-IMP
               PERFORM 6150-GRAVA-LINHA
               MOVE 'TOTAIS DA VIRADA' TO WS-LINHA-IMP
               PERFORM 6150-GRAVA-LINHA
               MOVE WS-TOT-LIDOS TO WS-MSK-QTD
               MOVE 'ALUNOS LIDOS NO CADALUNO.....: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-NAO-ATIVOS TO WS-MSK-QTD
               MOVE 'NAO-ATIVOS (FORA DA VIRADA)..: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-PROMOVIDOS TO WS-MSK-QTD
               MOVE 'PROMOVIDOS...................: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-CONCLUINTES TO WS-MSK-QTD
               MOVE 'CONCLUINTES..................: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-RETIDOS TO WS-MSK-QTD
               MOVE 'RETIDOS NA TURMA.............: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-PENDENTES TO WS-MSK-QTD
               MOVE 'SEM RESULTADO FINAL..........: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-SEM-LANCAMENTO TO WS-MSK-QTD
               MOVE 'SEM LANCAMENTO NO BOLETIM....: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-SEM-MAPA TO WS-MSK-QTD
               MOVE 'SEM TURMA DESTINO VALIDA.....: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               MOVE WS-TOT-LOTADOS TO WS-MSK-QTD
               MOVE 'SEM VAGA NA TURMA DESTINO....: ' TO WS-LINHA-IMP
               PERFORM 6520-LINHA-TOTAL
               IF MODO-EXECUCAO
                   MOVE WS-TOT-ALTERADOS TO WS-MSK-QTD
                   MOVE 'ALUNOS REGRAVADOS............: '
                     TO WS-LINHA-IMP
                   PERFORM 6520-LINHA-TOTAL
                   MOVE WS-TOT-ERROS TO WS-MSK-QTD
                   MOVE 'ERROS DE REGRAVACAO..........: '
                     TO WS-LINHA-IMP
                   PERFORM 6520-LINHA-TOTAL
                   MOVE SPACES TO WS-LINHA-IMP
                   IF WS-TERMO-CRIADO = 'S'
                       STRING 'TERMO ' WS-TERMO-NOVO
                           ' CRIADO NO CADTERMO'
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                   ELSE
                       STRING 'TERMO ' WS-TERMO-NOVO
                           ' NAO CRIADO - CONFIRA O CADTERMO'
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                   END-IF
                   PERFORM 6150-GRAVA-LINHA
               ELSE
                   IF TAB-VIRADA-ESTOURADA
                       MOVE 'PROPOSTA INCOMPLETA: MAIS DE 3000 ALUNOS '
                         TO WS-LINHA-IMP
                       MOVE 'ATIVOS; VIRADA NAO PODE SER APLICADA'
                         TO WS-LINHA-IMP (42:)
                   ELSE
                       MOVE 'SIMULACAO - NADA FOI GRAVADO; APROVADA A '
                         TO WS-LINHA-IMP
                       MOVE 'PROPOSTA, RODE COM VIRADA_MODO=E'
                         TO WS-LINHA-IMP (42:)
                   END-IF
                   PERFORM 6150-GRAVA-LINHA
               END-IF
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 6150-GRAVA-LINHA
               CLOSE ARQ-IMP
               PERFORM 6700-REGISTRA-CATALOGO
               DISPLAY 'PROPOSTA DA VIRADA GRAVADA EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

       6510-LINHA-OCUPACAO.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-TR-CADASTRADA (WS-IX-TURMA) = 'N'
               STRING WS-TR-CODIGO (WS-IX-TURMA)
                   '   FORA DO CADTURMA'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING WS-TR-CODIGO (WS-IX-TURMA) '   '
                   WS-TR-CAPACIDADE (WS-IX-TURMA) '        '
                   WS-TR-OCUPACAO (WS-IX-TURMA)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 6150-GRAVA-LINHA.

       6520-LINHA-TOTAL.
           MOVE WS-MSK-QTD TO WS-LINHA-IMP (32:7).
           PERFORM 6150-GRAVA-LINHA.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       6700-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'VIRADA' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       6900-IMPRIME-EXIT.
           EXIT.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDVIRANO' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
           END-IF.
           IF WS-ABERTO-TURMA = 'S'
               CLOSE CADTURMA
           END-IF.
           IF WS-ABERTO-TERMO = 'S'
               CLOSE CADTERMO
           END-IF.
           IF WS-ABERTO-HIST = 'S'
               CLOSE ALUNHIST
           END-IF.

       END PROGRAM CDVIRANO.
