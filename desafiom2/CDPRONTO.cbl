      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:PRONTIDAO PARA ENCERRAMENTO DO TERMO - a opcao <E> do
      *         CDTERMO fechava o termo na hora, com nota 'Em curso',
      *         materia sem chamada e caso de conselho sem decisao, e
      *         depois so o CDCONSDEC escreve no termo. Este programa
      *         varre o BOLETIM do termo e lista, por turma e materia,
      *         as pendencias que impedem o encerramento:
      *           1 avaliacao ainda nao lancada (as quatro notas);
      *           2 nenhuma aula dada registrada;
      *           3 aluno em recuperacao sem a nota da recuperacao
      *             (status 'Recuperacao' ainda nao resolvido pela
      *             revisao CDREVNOT ou pelo conselho);
      *           4 reprovacao sem decisao do conselho no CONSDEC;
      *           5 a 8 as divergencias de integridade do CDNOTRECON
      *             (aluno fora do CADALUNO, materia fora do CADMAT,
      *             turma e nome do BOLETIM diferentes do cadastro).
      *         Aluno que ja saiu (transferido, evadido, concluido)
      *         nao cobra nota, aula nem conselho; so a integridade.
      *         O termo vem de FECHAMENTO_TERMO (posta pelo CDTERMO
      *         antes de encerrar) ou de BOLETIM_TERMO. Classificado
      *         via SORT, gravado no arquivo PRONTOIMP (nome fisico
      *         datado PRONTO.AAAAMMDD via DD_PRONTOIMP) e registrado
      *         no catalogo RELCATAL (tipo PRONTO), de onde o CDDISTRIB
      *         entrega a coordenacao. A quantidade de pendencias volta
      *         ao chamador na variavel FECHAMENTO_PENDENCIAS; o passo
      *         so termina com codigo 8 quando nao consegue conferir
      *         (sem termo ou sem BOLETIM) - pendencia e o conteudo do
      *         relatorio, nao falha da esteira.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPRONTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTAS ASSIGN TO
           "BOLETIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CHAVE
           FILE STATUS IS WS-FS-NOTAS.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADMAT ASSIGN TO
           "CADMAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CODIGO
           FILE STATUS IS WS-FS-CADMAT.

           SELECT CONSDEC ASSIGN TO
           "CONSDEC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONSDEC.

           SELECT ARQ-IMP ASSIGN TO
           "PRONTOIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADMAT.
       01 REG-MATERIA.
           03 MT-CODIGO                  PIC X(06).
           03 MT-DESCRICAO               PIC X(30).

       FD CONSDEC.
       01 REG-DECISAO                     PIC X(132).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-TURMA                   PIC X(03).
           03 SR-MATERIA                 PIC X(06).
           03 SR-CD-ALUNO                PIC 9(05).
           03 SR-TIPO                    PIC 9(01).
           03 SR-NOME                    PIC X(14).
           03 SR-DETALHE                 PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADMAT                   PIC 99.
       77 WS-FS-CONSDEC                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-MAT                  PIC X VALUE 'N'.
       77 WS-EOF-NOTAS                   PIC X VALUE 'N'.
        88 FIM-NOTAS                     VALUE 'S'.
       77 WS-EOF-CONSDEC                 PIC X VALUE 'N'.
        88 FIM-CONSDEC                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-ALUNO-EXISTE                PIC X VALUE 'N'.
       77 WS-MATERIA-EXISTE              PIC X VALUE 'N'.
       77 WS-ALUNO-ATIVO                 PIC X VALUE 'S'.
       77 WS-FALTAM                      PIC X(12) VALUE SPACES.
       77 WS-PTR-FALTAM                  PIC 9(02) VALUE ZEROS.
       77 WS-PENDENCIAS-TEXTO            PIC X(06) VALUE SPACES.

      * a linha do CONSDEC no layout gravado pelo CDCONSDEC
       01 WS-LINHA-DECISAO.
           03 DC-DT-SESSAO               PIC 9(08).
           03 FILLER                     PIC X(01).
           03 DC-TERMO                   PIC X(06).
           03 FILLER                     PIC X(01).
           03 DC-ALUNO                   PIC 9(05).
           03 FILLER                     PIC X(01).
           03 DC-MATERIA                 PIC X(06).
           03 FILLER                     PIC X(01).
           03 DC-RESTO                   PIC X(103).

      * decisoes do conselho do termo, aluno + materia
       01 WS-TAB-DECISOES.
           03 WS-QTD-DECISOES            PIC 9(04) VALUE ZEROS.
           03 WS-DECISAO OCCURS 3000 TIMES.
               05 WS-DEC-ALUNO           PIC 9(05).
               05 WS-DEC-MATERIA         PIC X(06).
       77 WS-IX-DEC                      PIC 9(04) VALUE ZEROS.
       77 WS-DECISAO-ACHADA              PIC X VALUE 'N'.

      * descricao e contagem de cada tipo de pendencia
       01 WS-TAB-TIPOS-DESC.
           03 FILLER PIC X(36) VALUE 'AVALIACAO NAO LANCADA'.
           03 FILLER PIC X(36) VALUE 'SEM AULA DADA REGISTRADA'.
           03 FILLER PIC X(36) VALUE 'RECUPERACAO SEM NOTA'.
           03 FILLER PIC X(36)
              VALUE 'REPROVACAO SEM DECISAO DO CONSELHO'.
           03 FILLER PIC X(36) VALUE 'ALUNO FORA DO CADALUNO'.
           03 FILLER PIC X(36) VALUE 'MATERIA FORA DO CADMAT'.
           03 FILLER PIC X(36) VALUE 'TURMA DIFERENTE DO CADASTRO'.
           03 FILLER PIC X(36) VALUE 'NOME DIFERENTE DO CADASTRO'.
       01 WS-TAB-TIPOS REDEFINES WS-TAB-TIPOS-DESC.
           03 WS-TIPO-DESC OCCURS 8 TIMES PIC X(36).
       01 WS-TAB-TOTAIS.
           03 WS-TOT-TIPO OCCURS 8 TIMES PIC 9(06).
       77 WS-IX-TIPO                     PIC 9(01) VALUE ZEROS.

      * grupo turma x materia em impressao
       77 WS-GRUPO-ABERTO                PIC X VALUE 'N'.
       77 WS-GRP-TURMA                   PIC X(03) VALUE SPACES.
       77 WS-GRP-MATERIA                 PIC X(06) VALUE SPACES.
       77 WS-QTD-GRUPO                   PIC 9(05) VALUE ZEROS.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-ATIVOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PENDENCIAS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-GRUPOS                  PIC 9(05) VALUE ZEROS.

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
           IF WS-ABERTO-NOTAS = 'S'
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-TURMA
                   ON ASCENDING KEY SR-MATERIA
                   ON ASCENDING KEY SR-CD-ALUNO
                   ON ASCENDING KEY SR-TIPO
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem termo ou sem BOLETIM nao ha o que conferir: o passo
      * termina com codigo 8
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           MOVE ZEROS TO WS-TAB-TOTAIS.
           ACCEPT WS-TERMO FROM ENVIRONMENT "FECHAMENTO_TERMO".
           IF WS-TERMO = SPACES
               ACCEPT WS-TERMO FROM ENVIRONMENT "BOLETIM_TERMO"
           END-IF.
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO A CONFERIR: '
               ACCEPT WS-TERMO
           END-IF.
           IF WS-TERMO = SPACES
               DISPLAY 'TERMO NAO INFORMADO - CONFERENCIA NAO FEITA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-CARREGA-DECISOES
               PERFORM 1300-ABRE-ARQUIVOS
           END-IF.

       1100-CARREGA-DECISOES.
           MOVE 0 TO WS-QTD-DECISOES.
           MOVE 'N' TO WS-EOF-CONSDEC.
           OPEN INPUT CONSDEC.
           IF WS-FS-CONSDEC = 0
               PERFORM 1110-LE-DECISAO UNTIL FIM-CONSDEC
               CLOSE CONSDEC
           END-IF.

       1110-LE-DECISAO.
           READ CONSDEC
               AT END
                   MOVE 'S' TO WS-EOF-CONSDEC
               NOT AT END
                   MOVE REG-DECISAO TO WS-LINHA-DECISAO
                   IF DC-TERMO = WS-TERMO AND WS-QTD-DECISOES < 3000
                       ADD 1 TO WS-QTD-DECISOES
                       MOVE DC-ALUNO   TO WS-DEC-ALUNO (WS-QTD-DECISOES)
                       MOVE DC-MATERIA
                         TO WS-DEC-MATERIA (WS-QTD-DECISOES)
                   END-IF
           END-READ.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo PRONTOIMP pela variavel DD_PRONTOIMP estilo DD
       1300-ABRE-ARQUIVOS.
           OPEN INPUT ARQ-NOTAS.
           IF WS-FS-NOTAS NOT = 0
               DISPLAY 'BOLETIM NAO ABRIU - STATUS ' WS-FS-NOTAS
                   ' - CONFERENCIA NAO FEITA'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-ABERTO-NOTAS
               OPEN INPUT CADALUNO
               IF WS-FS-CADALUNO = 0
                   MOVE 'S' TO WS-ABERTO-ALUNO
               END-IF
               OPEN INPUT CADMAT
               IF WS-FS-CADMAT = 0
                   MOVE 'S' TO WS-ABERTO-MAT
               END-IF
               MOVE SPACES TO WS-NOME-IMP
               STRING 'PRONTO.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_PRONTOIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

      * so os lancamentos do termo: a chave comeca pelo termo
       2000-SELECIONA SECTION.
           MOVE 'N' TO WS-EOF-NOTAS.
           MOVE WS-TERMO   TO BN-TERMO.
           MOVE ZEROS      TO BN-CD-ALUNO.
           MOVE LOW-VALUES TO BN-MATERIA.
           START ARQ-NOTAS KEY IS GREATER THAN OR EQUAL TO BN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-NOTAS
           END-START.
           PERFORM 2100-LE-LANCAMENTO UNTIL FIM-NOTAS.
           GO TO 2900-SELECIONA-EXIT.

       2100-LE-LANCAMENTO.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-NOTAS
               NOT AT END
                   IF BN-TERMO NOT = WS-TERMO
                       MOVE 'S' TO WS-EOF-NOTAS
                   ELSE
                       ADD 1 TO WS-TOT-LIDOS
                       PERFORM 2200-CONFERE-INTEGRIDADE
                       IF WS-ALUNO-ATIVO = 'S'
                           PERFORM 2300-CONFERE-LANCAMENTO
                       ELSE
                           ADD 1 TO WS-TOT-NAO-ATIVOS
                       END-IF
                   END-IF
           END-READ.

      * as mesmas conferencias do CDNOTRECON, restritas ao termo; o
      * nome e comparado nos 14 caracteres que o BOLETIM carrega
       2200-CONFERE-INTEGRIDADE.
           MOVE 'N' TO WS-MATERIA-EXISTE.
           IF WS-ABERTO-MAT = 'S'
               MOVE BN-MATERIA TO MT-CODIGO
               READ CADMAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MATERIA-EXISTE
               END-READ
           END-IF.
           IF WS-MATERIA-EXISTE NOT = 'S'
               MOVE SPACES TO SR-DETALHE
               MOVE 6 TO SR-TIPO
               PERFORM 2500-LIBERA-PENDENCIA
           END-IF.
           MOVE 'N' TO WS-ALUNO-EXISTE.
           MOVE 'S' TO WS-ALUNO-ATIVO.
           IF WS-ABERTO-ALUNO = 'S'
               MOVE BN-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALUNO-EXISTE
               END-READ
           END-IF.
           IF WS-ALUNO-EXISTE NOT = 'S'
               MOVE SPACES TO SR-DETALHE
               MOVE 5 TO SR-TIPO
               PERFORM 2500-LIBERA-PENDENCIA
           ELSE
               IF NOT ALUNO-ATIVO
                   MOVE 'N' TO WS-ALUNO-ATIVO
               END-IF
               IF BN-TURMA NOT = AL-TURMA
                   MOVE SPACES TO SR-DETALHE
                   STRING 'CADASTRO ' AL-TURMA
                       DELIMITED BY SIZE INTO SR-DETALHE
                   MOVE 7 TO SR-TIPO
                   PERFORM 2500-LIBERA-PENDENCIA
               END-IF
               IF BN-NOME NOT = AL-NOME (1:14)
                   MOVE SPACES TO SR-DETALHE
                   STRING 'CADASTRO ' AL-NOME (1:14)
                       DELIMITED BY SIZE INTO SR-DETALHE
                   MOVE 8 TO SR-TIPO
                   PERFORM 2500-LIBERA-PENDENCIA
               END-IF
           END-IF.

      * nota incompleta fica 'Em curso' e nao chega a recuperacao
      * nem a reprovacao; a falta de aula vale para qualquer status
       2300-CONFERE-LANCAMENTO.
           IF NOT NOTAS-COMPLETAS
               PERFORM 2310-AVALIACOES-FALTANTES
               MOVE 1 TO SR-TIPO
               PERFORM 2500-LIBERA-PENDENCIA
           END-IF.
           IF BN-AULAS-DADAS = ZEROS
               MOVE SPACES TO SR-DETALHE
               MOVE 2 TO SR-TIPO
               PERFORM 2500-LIBERA-PENDENCIA
           END-IF.
           IF BN-STATUS = 'Recuperacao'
               MOVE SPACES TO SR-DETALHE
               STRING 'MEDIA ' BN-MEDIA (1:2) ',' BN-MEDIA (3:2)
                   DELIMITED BY SIZE INTO SR-DETALHE
               MOVE 3 TO SR-TIPO
               PERFORM 2500-LIBERA-PENDENCIA
           END-IF.
           IF BN-STATUS = 'Reprovado' OR BN-STATUS = 'Rep.p/Falta'
               PERFORM 2320-PROCURA-DECISAO
               IF WS-DECISAO-ACHADA NOT = 'S'
                   MOVE SPACES TO SR-DETALHE
                   MOVE BN-STATUS TO SR-DETALHE
                   MOVE 4 TO SR-TIPO
                   PERFORM 2500-LIBERA-PENDENCIA
               END-IF
           END-IF.

       2310-AVALIACOES-FALTANTES.
           MOVE SPACES TO SR-DETALHE.
           MOVE SPACES TO WS-FALTAM.
           MOVE 1 TO WS-PTR-FALTAM.
           IF BN-N1-PREENCH NOT = 'S'
               STRING 'N1 ' DELIMITED BY SIZE
                   INTO WS-FALTAM WITH POINTER WS-PTR-FALTAM
           END-IF.
           IF BN-N2-PREENCH NOT = 'S'
               STRING 'N2 ' DELIMITED BY SIZE
                   INTO WS-FALTAM WITH POINTER WS-PTR-FALTAM
           END-IF.
           IF BN-N3-PREENCH NOT = 'S'
               STRING 'N3 ' DELIMITED BY SIZE
                   INTO WS-FALTAM WITH POINTER WS-PTR-FALTAM
           END-IF.
           IF BN-N4-PREENCH NOT = 'S'
               STRING 'N4 ' DELIMITED BY SIZE
                   INTO WS-FALTAM WITH POINTER WS-PTR-FALTAM
           END-IF.
           STRING 'FALTA ' WS-FALTAM
               DELIMITED BY SIZE INTO SR-DETALHE.

       2320-PROCURA-DECISAO.
           MOVE 'N' TO WS-DECISAO-ACHADA.
           PERFORM 2330-COMPARA-DECISAO
               VARYING WS-IX-DEC FROM 1 BY 1
               UNTIL WS-IX-DEC > WS-QTD-DECISOES
                  OR WS-DECISAO-ACHADA = 'S'.

       2330-COMPARA-DECISAO.
           IF WS-DEC-ALUNO (WS-IX-DEC) = BN-CD-ALUNO AND
              WS-DEC-MATERIA (WS-IX-DEC) = BN-MATERIA
               MOVE 'S' TO WS-DECISAO-ACHADA
           END-IF.

      * SR-TIPO e SR-DETALHE ja vem preenchidos por quem chama
       2500-LIBERA-PENDENCIA.
           MOVE BN-TURMA    TO SR-TURMA.
           MOVE BN-MATERIA  TO SR-MATERIA.
           MOVE BN-CD-ALUNO TO SR-CD-ALUNO.
           MOVE BN-NOME     TO SR-NOME.
           ADD 1 TO WS-TOT-PENDENCIAS.
           ADD 1 TO WS-TOT-TIPO (SR-TIPO).
           RELEASE REG-SORT.

       2900-SELECIONA-EXIT.
           EXIT.

       3000-IMPRIME SECTION.
           PERFORM 3100-CABECALHO.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 3200-PROXIMA-PENDENCIA UNTIL FIM-SORT.
           PERFORM 3400-FECHA-GRUPO.
           PERFORM 3500-RODAPE.
           GO TO 3900-IMPRIME-EXIT.

       3100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PRONTIDAO PARA ENCERRAMENTO - TERMO ' WS-TERMO
               '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 'TURMA MATERIA ALUNO NOME           PENDENCIA'
             TO WS-LINHA-IMP.
           MOVE 'DETALHE' TO WS-LINHA-IMP (73:7).
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
                      SR-TURMA NOT = WS-GRP-TURMA OR
                      SR-MATERIA NOT = WS-GRP-MATERIA
                       PERFORM 3400-FECHA-GRUPO
                       MOVE SR-TURMA   TO WS-GRP-TURMA
                       MOVE SR-MATERIA TO WS-GRP-MATERIA
                       MOVE 'S' TO WS-GRUPO-ABERTO
                       MOVE ZEROS TO WS-QTD-GRUPO
                       ADD 1 TO WS-TOT-GRUPOS
                   END-IF
                   IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                       PERFORM 3100-CABECALHO
                   END-IF
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING SR-TURMA '   ' SR-MATERIA '  ' SR-CD-ALUNO
                       ' ' SR-NOME ' ' WS-TIPO-DESC (SR-TIPO)
                       ' ' SR-DETALHE
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 3150-GRAVA-LINHA
                   ADD 1 TO WS-QTD-GRUPO
           END-RETURN.

       3400-FECHA-GRUPO.
           IF WS-GRUPO-ABERTO = 'S'
               MOVE WS-QTD-GRUPO TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING '      TURMA ' WS-GRP-TURMA ' MATERIA '
                   WS-GRP-MATERIA ' - PENDENCIAS: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE 'N' TO WS-GRUPO-ABERTO
           END-IF.

      * pagina final de totais; o resumo sai tambem no console para
      * quem encerra o termo pelo CDTERMO
       3500-RODAPE.
           PERFORM 3100-CABECALHO.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LANCAMENTOS DO TERMO.....................: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-NAO-ATIVOS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'DE ALUNOS QUE SAIRAM (SO INTEGRIDADE)....: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-GRUPOS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TURMAS X MATERIAS COM PENDENCIA..........: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           PERFORM 3510-TOTAL-DO-TIPO
               VARYING WS-IX-TIPO FROM 1 BY 1
               UNTIL WS-IX-TIPO > 8.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-PENDENCIAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TOTAL DE PENDENCIAS......................: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           DISPLAY 'PENDENCIAS DO TERMO ' WS-TERMO ': ' WS-MSK-QTD.
           IF WS-TOT-PENDENCIAS = ZEROS
               MOVE 'TERMO PRONTO PARA ENCERRAMENTO' TO WS-LINHA-IMP
           ELSE
               MOVE 'TERMO COM PENDENCIAS - ENCERRAMENTO BLOQUEADO'
                 TO WS-LINHA-IMP
           END-IF.
           DISPLAY FUNCTION TRIM (WS-LINHA-IMP).
           PERFORM 3150-GRAVA-LINHA.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               CLOSE ARQ-IMP
               PERFORM 3700-REGISTRA-CATALOGO
               DISPLAY 'RELATORIO GRAVADO EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

       3510-TOTAL-DO-TIPO.
           MOVE WS-TOT-TIPO (WS-IX-TIPO) TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING WS-IX-TIPO ' ' WS-TIPO-DESC (WS-IX-TIPO) '...: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           IF WS-TOT-TIPO (WS-IX-TIPO) > ZEROS
               DISPLAY '  ' WS-TIPO-DESC (WS-IX-TIPO) ': ' WS-MSK-QTD
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
           MOVE 'PRONTO' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       3900-IMPRIME-EXIT.
           EXIT.

      * a quantidade de pendencias volta ao chamador pela variavel
      * FECHAMENTO_PENDENCIAS, como o BATCH_RETOMADA faz na esteira
       9999-FINALIZAR.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-MAT = 'S'
               CLOSE CADMAT
           END-IF.
           MOVE WS-TOT-PENDENCIAS TO WS-PENDENCIAS-TEXTO.
           DISPLAY 'FECHAMENTO_PENDENCIAS' UPON ENVIRONMENT-NAME.
           DISPLAY WS-PENDENCIAS-TEXTO UPON ENVIRONMENT-VALUE.

       END PROGRAM CDPRONTO.
