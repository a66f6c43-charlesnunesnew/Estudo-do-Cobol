      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ARQUIVO ESCOLAR DE ALUNOS QUE SAIRAM - o BOLETIM e o
      *         CADALUNO so cresciam e todo DESAFIOM2REL, CDRANKREL,
      *         CDMATREL e listagem do CDALUNO relia quem concluiu,
      *         transferiu ou evadiu ha anos. Este passo leva para o
      *         arquivo indexado ARQALUNO (layout REGARQAL) o aluno com
      *         AL-STATUS C, T ou E cuja data de status ficou mais de
      *         ARQALUNO_ANOS anos para tras (padrao 5), junto com todo
      *         o BOLETIM e as linhas do ALUNHIST dele, e so entao
      *         apaga o que foi arquivado dos arquivos vivos. Aluno sem
      *         data de status fica onde esta. O HISTREG nao e tocado:
      *         o CDHISTESC emite o historico do arquivado lendo o
      *         ARQALUNO, o CDALUNO nao deixa o codigo ser reaproveitado
      *         e o CDRSTALU devolve o aluno que volta. O relatorio
      *         ARQALUIMP (nome fisico datado ARQALU.AAAAMMDD via
      *         DD_ARQALUIMP, catalogo RELCATAL tipo ARQALU) concilia
      *         por turma e ano de saida o que foi gravado no arquivo
      *         com o que saiu dos arquivos vivos, e recontagem dos
      *         arquivos depois da passada; divergencia termina com
      *         codigo 8. Passo da stream MENSAL do CDBATCH, com o
      *         online restrito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDARQALU.

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

           SELECT ARQALUNO ASSIGN TO
           "ARQALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-CHAVE
           FILE STATUS IS WS-FS-ARQALUNO.

           SELECT ALUNHIST ASSIGN TO
           "ALUNHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNHIST.

           SELECT ALUHTEMP ASSIGN TO
           "ALUHTEMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALUHTEMP.

           SELECT ARQ-IMP ASSIGN TO
           "ARQALUIMP"
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
       FD CADALUNO.
           COPY REGALUNO.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD ARQALUNO.
           COPY REGARQAL.

       FD ALUNHIST.
       01 REG-ALUNHIST                    PIC X(80).

       FD ALUHTEMP.
       01 REG-ALUHTEMP                    PIC X(80).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-TURMA                   PIC X(03).
           03 SR-ANO                     PIC X(04).
           03 SR-CODIGO                  PIC 9(05).
           03 SR-CAD-GRAV                PIC 9(01).
           03 SR-CAD-REM                 PIC 9(01).
           03 SR-BOL-GRAV                PIC 9(04).
           03 SR-BOL-REM                 PIC 9(04).
           03 SR-HIS-GRAV                PIC 9(04).
           03 SR-HIS-REM                 PIC 9(04).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-ARQALUNO                 PIC 99.
       77 WS-FS-ALUNHIST                 PIC 99.
       77 WS-FS-ALUHTEMP                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-ARQ                  PIC X VALUE 'N'.
       77 WS-EOF-ALUNO                   PIC X VALUE 'N'.
        88 FIM-CADALUNO                  VALUE 'S'.
       77 WS-EOF-NOTAS                   PIC X VALUE 'N'.
        88 FIM-NOTAS                     VALUE 'S'.
       77 WS-EOF-HIST                    PIC X VALUE 'N'.
        88 FIM-ALUNHIST                  VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

      * retencao em anos (CDPARAM) e a data de corte dela derivada
       77 WS-ANOS                        PIC 9(02) VALUE 5.
       77 WS-DT-CORTE                    PIC 9(08) VALUE ZEROS.
       77 WS-ARQ-GRAVADO                 PIC X VALUE 'N'.
       77 WS-SEQ-HIST                    PIC 9(04) VALUE ZEROS.

      * alunos a arquivar, na ordem de codigo em que o CADALUNO e
      * lido - a procura no BOLETIM e no ALUNHIST e por divisao
       01 WS-TAB-ARQUIVAR.
           03 WS-QTD-ARQ                 PIC 9(04) VALUE ZEROS.
           03 WS-ARQ-ITEM OCCURS 5000 TIMES.
               05 WS-AQ-CODIGO           PIC 9(05).
               05 WS-AQ-TURMA            PIC X(03).
               05 WS-AQ-ANO              PIC X(04).
               05 WS-AQ-CAD-GRAV         PIC 9(01).
               05 WS-AQ-CAD-REM          PIC 9(01).
               05 WS-AQ-BOL-GRAV         PIC 9(04).
               05 WS-AQ-BOL-REM          PIC 9(04).
               05 WS-AQ-HIS-GRAV         PIC 9(04).
               05 WS-AQ-HIS-REM          PIC 9(04).
       77 WS-IX-ARQ                      PIC 9(04) VALUE ZEROS.
       77 WS-BS-CODIGO                   PIC 9(05) VALUE ZEROS.
       77 WS-BS-INICIO                   PIC 9(04) VALUE ZEROS.
       77 WS-BS-FIM                      PIC 9(04) VALUE ZEROS.
       77 WS-BS-MEIO                     PIC 9(04) VALUE ZEROS.
       77 WS-BS-ACHOU                    PIC 9(04) VALUE ZEROS.

      * contagens dos arquivos vivos antes e depois da passada
       77 WS-TOT-CAD-ANTES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CAD-DEPOIS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BOL-ANTES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BOL-DEPOIS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-HIS-ANTES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-HIS-DEPOIS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-DATA                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ADIADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CAD-GRAV                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CAD-REM                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BOL-GRAV                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BOL-REM                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-HIS-GRAV                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-HIS-REM                 PIC 9(06) VALUE ZEROS.
       77 WS-DIVERGENCIAS                PIC 9(04) VALUE ZEROS.

      * grupo turma x ano de saida em impressao
       77 WS-GRUPO-ABERTO                PIC X VALUE 'N'.
       77 WS-GRP-TURMA                   PIC X(03) VALUE SPACES.
       77 WS-GRP-ANO                     PIC X(04) VALUE SPACES.
       77 WS-GRP-ALUNOS                  PIC 9(05) VALUE ZEROS.
       77 WS-GRP-CAD-GRAV                PIC 9(05) VALUE ZEROS.
       77 WS-GRP-CAD-REM                 PIC 9(05) VALUE ZEROS.
       77 WS-GRP-BOL-GRAV                PIC 9(06) VALUE ZEROS.
       77 WS-GRP-BOL-REM                 PIC 9(06) VALUE ZEROS.
       77 WS-GRP-HIS-GRAV                PIC 9(06) VALUE ZEROS.
       77 WS-GRP-HIS-REM                 PIC 9(06) VALUE ZEROS.
       77 WS-SITUACAO                    PIC X(10) VALUE SPACES.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).

      * linha de detalhe da conciliacao por turma e ano
       01 WS-LINHA-GRUPO.
           03 LG-TURMA                   PIC X(03).
           03 FILLER                     PIC X(03) VALUE SPACES.
           03 LG-ANO                     PIC X(04).
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 LG-ALUNOS                  PIC ZZ,ZZ9.
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 LG-CAD-GRAV                PIC ZZ,ZZ9.
           03 FILLER                     PIC X(01) VALUE SPACES.
           03 LG-CAD-REM                 PIC ZZ,ZZ9.
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 LG-BOL-GRAV                PIC ZZZ,ZZ9.
           03 FILLER                     PIC X(01) VALUE SPACES.
           03 LG-BOL-REM                 PIC ZZZ,ZZ9.
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 LG-HIS-GRAV                PIC ZZZ,ZZ9.
           03 FILLER                     PIC X(01) VALUE SPACES.
           03 LG-HIS-REM                 PIC ZZZ,ZZ9.
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 LG-SITUACAO                PIC X(10).

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
           IF WS-ABERTO-ALUNO = 'S' AND WS-ABERTO-NOTAS = 'S' AND
              WS-ABERTO-ARQ = 'S'
               PERFORM 2000-SELECIONA-ALUNOS
               IF WS-QTD-ARQ > ZEROS
                   PERFORM 3000-ARQUIVA-BOLETIM
                   PERFORM 4000-ARQUIVA-HISTORICO
                   PERFORM 5000-ARQUIVA-CADASTRO
               END-IF
               PERFORM 5800-RECONTA-ARQUIVOS
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-TURMA
                   ON ASCENDING KEY SR-ANO
                   ON ASCENDING KEY SR-CODIGO
                   INPUT PROCEDURE IS 6000-LIBERA-ALUNOS
                   OUTPUT PROCEDURE IS 7000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem CADALUNO, BOLETIM ou o arquivo escolar nao ha como
      * arquivar com seguranca: o passo termina com codigo 8
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           MOVE 'ARQALUNO_ANOS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           IF PR-VALOR (1:2) IS NUMERIC
               MOVE PR-VALOR (1:2) TO WS-ANOS
           ELSE
               IF PR-VALOR (1:1) IS NUMERIC
                   MOVE PR-VALOR (1:1) TO WS-ANOS
               END-IF
           END-IF.
           IF WS-ANOS = ZEROS
               MOVE 5 TO WS-ANOS
           END-IF.
           COMPUTE WS-DT-CORTE = WS-DT-EXEC - WS-ANOS * 10000.

           OPEN I-O CADALUNO.
           IF WS-FS-CADALUNO = 0
               MOVE 'S' TO WS-ABERTO-ALUNO
           ELSE
               DISPLAY 'CADALUNO NAO ABRIU - STATUS ' WS-FS-CADALUNO
           END-IF.
           OPEN I-O ARQ-NOTAS.
           IF WS-FS-NOTAS = 0
               MOVE 'S' TO WS-ABERTO-NOTAS
           ELSE
               DISPLAY 'BOLETIM NAO ABRIU - STATUS ' WS-FS-NOTAS
           END-IF.
           OPEN I-O ARQALUNO.
           IF WS-FS-ARQALUNO = 35
               OPEN OUTPUT ARQALUNO
               CLOSE ARQALUNO
               OPEN I-O ARQALUNO
           END-IF.
           IF WS-FS-ARQALUNO = 0
               MOVE 'S' TO WS-ABERTO-ARQ
           ELSE
               DISPLAY 'ARQALUNO NAO ABRIU - STATUS ' WS-FS-ARQALUNO
           END-IF.
           IF WS-ABERTO-ALUNO NOT = 'S' OR WS-ABERTO-NOTAS NOT = 'S'
              OR WS-ABERTO-ARQ NOT = 'S'
               DISPLAY 'ARQUIVAMENTO DE ALUNOS NAO FEITO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-NOME-IMP
               STRING 'ARQALU.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_ARQALUIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

      *================= SELECAO ======================================
      * quem saiu ha mais anos que a retencao; sem data de status nao
      * ha como saber ha quanto tempo, e o aluno fica
       2000-SELECIONA-ALUNOS.
           MOVE 'N' TO WS-EOF-ALUNO.
           MOVE LOW-VALUES TO AL-CODIGO.
           START CADALUNO KEY IS GREATER THAN OR EQUAL TO AL-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-ALUNO
           END-START.
           PERFORM 2100-AVALIA-ALUNO UNTIL FIM-CADALUNO.

       2100-AVALIA-ALUNO.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ALUNO
               NOT AT END
                   ADD 1 TO WS-TOT-CAD-ANTES
                   IF ALUNO-CONCLUIDO OR ALUNO-TRANSFERIDO OR
                      ALUNO-EVADIDO
                       IF AL-DT-STATUS = ZEROS
                           ADD 1 TO WS-TOT-SEM-DATA
                       ELSE
                           IF AL-DT-STATUS < WS-DT-CORTE
                               PERFORM 2200-ENTRA-NA-LISTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * o que passar da capacidade da lista fica para a proxima rodada
       2200-ENTRA-NA-LISTA.
           IF WS-QTD-ARQ < 5000
               ADD 1 TO WS-QTD-ARQ
               MOVE AL-CODIGO TO WS-AQ-CODIGO (WS-QTD-ARQ)
               MOVE AL-TURMA  TO WS-AQ-TURMA (WS-QTD-ARQ)
               MOVE AL-DT-STATUS (1:4) TO WS-AQ-ANO (WS-QTD-ARQ)
               MOVE ZEROS TO WS-AQ-CAD-GRAV (WS-QTD-ARQ)
               MOVE ZEROS TO WS-AQ-CAD-REM (WS-QTD-ARQ)
               MOVE ZEROS TO WS-AQ-BOL-GRAV (WS-QTD-ARQ)
               MOVE ZEROS TO WS-AQ-BOL-REM (WS-QTD-ARQ)
               MOVE ZEROS TO WS-AQ-HIS-GRAV (WS-QTD-ARQ)
               MOVE ZEROS TO WS-AQ-HIS-REM (WS-QTD-ARQ)
           ELSE
               ADD 1 TO WS-TOT-ADIADOS
           END-IF.

      * procura por divisao na lista ordenada: WS-BS-ACHOU volta com a
      * posicao do aluno ou zero
       2500-PROCURA-NA-LISTA.
           MOVE ZEROS TO WS-BS-ACHOU.
           MOVE 1 TO WS-BS-INICIO.
           MOVE WS-QTD-ARQ TO WS-BS-FIM.
           PERFORM 2510-DIVIDE-LISTA
               UNTIL WS-BS-INICIO > WS-BS-FIM OR WS-BS-ACHOU > ZEROS.

       2510-DIVIDE-LISTA.
           COMPUTE WS-BS-MEIO = (WS-BS-INICIO + WS-BS-FIM) / 2.
           EVALUATE TRUE
               WHEN WS-AQ-CODIGO (WS-BS-MEIO) = WS-BS-CODIGO
                   MOVE WS-BS-MEIO TO WS-BS-ACHOU
               WHEN WS-AQ-CODIGO (WS-BS-MEIO) < WS-BS-CODIGO
                   COMPUTE WS-BS-INICIO = WS-BS-MEIO + 1
               WHEN WS-BS-MEIO = 1
                   MOVE ZEROS TO WS-BS-FIM
               WHEN OTHER
                   COMPUTE WS-BS-FIM = WS-BS-MEIO - 1
           END-EVALUATE.

      * o registro so sai do arquivo vivo depois de gravado no
      * arquivo escolar; uma rodada interrompida e repetida regrava a
      * mesma chave em vez de duplicar
       2900-GRAVA-ARQUIVO.
           MOVE 'S' TO WS-ARQ-GRAVADO.
           MOVE WS-DT-EXEC TO AA-DT-ARQUIVO.
           WRITE REG-ARQ-ALUNO
               INVALID KEY
                   REWRITE REG-ARQ-ALUNO
                       INVALID KEY
                           MOVE 'N' TO WS-ARQ-GRAVADO
                           DISPLAY 'ARQALUNO NAO GRAVOU ' AA-CHAVE
                               ' - STATUS ' WS-FS-ARQALUNO
                   END-REWRITE
           END-WRITE.

      *================= BOLETIM ======================================
       3000-ARQUIVA-BOLETIM.
           MOVE 'N' TO WS-EOF-NOTAS.
           MOVE LOW-VALUES TO BN-CHAVE.
           START ARQ-NOTAS KEY IS GREATER THAN OR EQUAL TO BN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-NOTAS
           END-START.
           PERFORM 3100-AVALIA-LANCAMENTO UNTIL FIM-NOTAS.

       3100-AVALIA-LANCAMENTO.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-NOTAS
               NOT AT END
                   ADD 1 TO WS-TOT-BOL-ANTES
                   MOVE BN-CD-ALUNO TO WS-BS-CODIGO
                   PERFORM 2500-PROCURA-NA-LISTA
                   IF WS-BS-ACHOU > ZEROS
                       PERFORM 3200-ARQUIVA-LANCAMENTO
                   END-IF
           END-READ.

       3200-ARQUIVA-LANCAMENTO.
           MOVE BN-CD-ALUNO TO AA-CD-ALUNO.
           MOVE 'B' TO AA-TIPO.
           MOVE SPACES TO AA-SEQUENCIA.
           STRING BN-TERMO BN-MATERIA
               DELIMITED BY SIZE INTO AA-SEQUENCIA.
           MOVE REG-NOTA TO AA-CONTEUDO.
           PERFORM 2900-GRAVA-ARQUIVO.
           IF WS-ARQ-GRAVADO = 'S'
               ADD 1 TO WS-AQ-BOL-GRAV (WS-BS-ACHOU)
               DELETE ARQ-NOTAS RECORD
                   INVALID KEY
                       DISPLAY 'BOLETIM NAO APAGOU ' BN-CHAVE
                           ' - STATUS ' WS-FS-NOTAS
                   NOT INVALID KEY
                       ADD 1 TO WS-AQ-BOL-REM (WS-BS-ACHOU)
               END-DELETE
           END-IF.

      *================= ALUNHIST =====================================
      * o historico de status e texto: as linhas que ficam passam por
      * um arquivo de trabalho e voltam, como no expurgo do RELCATAL
       4000-ARQUIVA-HISTORICO.
           OPEN INPUT ALUNHIST.
           IF WS-FS-ALUNHIST = 0
               OPEN OUTPUT ALUHTEMP
               MOVE 'N' TO WS-EOF-HIST
               PERFORM 4100-AVALIA-LINHA UNTIL FIM-ALUNHIST
               CLOSE ALUNHIST
               CLOSE ALUHTEMP
               PERFORM 4500-DEVOLVE-HISTORICO
           END-IF.

       4100-AVALIA-LINHA.
           READ ALUNHIST
               AT END
                   MOVE 'S' TO WS-EOF-HIST
               NOT AT END
                   ADD 1 TO WS-TOT-HIS-ANTES
                   MOVE ZEROS TO WS-BS-ACHOU
                   IF REG-ALUNHIST (10:5) IS NUMERIC
                       MOVE REG-ALUNHIST (10:5) TO WS-BS-CODIGO
                       PERFORM 2500-PROCURA-NA-LISTA
                   END-IF
                   MOVE 'N' TO WS-ARQ-GRAVADO
                   IF WS-BS-ACHOU > ZEROS
                       PERFORM 4200-ARQUIVA-LINHA
                   END-IF
                   IF WS-ARQ-GRAVADO = 'S'
                       ADD 1 TO WS-AQ-HIS-REM (WS-BS-ACHOU)
                   ELSE
                       MOVE REG-ALUNHIST TO REG-ALUHTEMP
                       WRITE REG-ALUHTEMP
                   END-IF
           END-READ.

      * a sequencia guarda a ordem da linha no historico do aluno
       4200-ARQUIVA-LINHA.
           COMPUTE WS-SEQ-HIST = WS-AQ-HIS-GRAV (WS-BS-ACHOU) + 1.
           MOVE WS-BS-CODIGO TO AA-CD-ALUNO.
           MOVE 'H' TO AA-TIPO.
           MOVE SPACES TO AA-SEQUENCIA.
           MOVE WS-SEQ-HIST TO AA-SEQUENCIA (1:4).
           MOVE REG-ALUNHIST TO AA-CONTEUDO.
           PERFORM 2900-GRAVA-ARQUIVO.
           IF WS-ARQ-GRAVADO = 'S'
               ADD 1 TO WS-AQ-HIS-GRAV (WS-BS-ACHOU)
           END-IF.

       4500-DEVOLVE-HISTORICO.
           OPEN OUTPUT ALUNHIST.
           OPEN INPUT ALUHTEMP.
           MOVE 'N' TO WS-EOF-HIST.
           PERFORM 4510-DEVOLVE-LINHA UNTIL FIM-ALUNHIST.
           CLOSE ALUNHIST.
           CLOSE ALUHTEMP.

       4510-DEVOLVE-LINHA.
           READ ALUHTEMP
               AT END
                   MOVE 'S' TO WS-EOF-HIST
               NOT AT END
                   MOVE REG-ALUHTEMP TO REG-ALUNHIST
                   WRITE REG-ALUNHIST
           END-READ.

      *================= CADALUNO =====================================
      * o cadastro sai por ultimo: uma rodada interrompida antes daqui
      * encontra o aluno de novo e termina o servico
       5000-ARQUIVA-CADASTRO.
           PERFORM 5100-ARQUIVA-ALUNO
               VARYING WS-IX-ARQ FROM 1 BY 1
               UNTIL WS-IX-ARQ > WS-QTD-ARQ.

       5100-ARQUIVA-ALUNO.
           MOVE WS-AQ-CODIGO (WS-IX-ARQ) TO AL-CODIGO.
           READ CADALUNO
               INVALID KEY
                   DISPLAY 'ALUNO SUMIU DO CADALUNO: ' AL-CODIGO
               NOT INVALID KEY
                   MOVE AL-CODIGO TO AA-CD-ALUNO
                   MOVE 'A' TO AA-TIPO
                   MOVE SPACES TO AA-SEQUENCIA
                   MOVE REG-ALUNO TO AA-CONTEUDO
                   PERFORM 2900-GRAVA-ARQUIVO
                   IF WS-ARQ-GRAVADO = 'S'
                       MOVE 1 TO WS-AQ-CAD-GRAV (WS-IX-ARQ)
                       PERFORM 5200-APAGA-ALUNO
                   END-IF
           END-READ.

       5200-APAGA-ALUNO.
           DELETE CADALUNO RECORD
               INVALID KEY
                   DISPLAY 'CADALUNO NAO APAGOU ' AL-CODIGO
                       ' - STATUS ' WS-FS-CADALUNO
               NOT INVALID KEY
                   MOVE 1 TO WS-AQ-CAD-REM (WS-IX-ARQ)
           END-DELETE.

      * a conciliacao confere a contagem de antes menos o que saiu
      * contra uma recontagem dos arquivos vivos
       5800-RECONTA-ARQUIVOS.
           MOVE 'N' TO WS-EOF-ALUNO.
           MOVE LOW-VALUES TO AL-CODIGO.
           START CADALUNO KEY IS GREATER THAN OR EQUAL TO AL-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-ALUNO
           END-START.
           PERFORM 5810-CONTA-ALUNO UNTIL FIM-CADALUNO.
           MOVE 'N' TO WS-EOF-NOTAS.
           MOVE LOW-VALUES TO BN-CHAVE.
           START ARQ-NOTAS KEY IS GREATER THAN OR EQUAL TO BN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-NOTAS
           END-START.
           PERFORM 5820-CONTA-LANCAMENTO UNTIL FIM-NOTAS.
           IF WS-QTD-ARQ = ZEROS
               PERFORM 5840-BOLETIM-SEM-PASSADA
           END-IF.
           OPEN INPUT ALUNHIST.
           IF WS-FS-ALUNHIST = 0
               MOVE 'N' TO WS-EOF-HIST
               PERFORM 5830-CONTA-LINHA UNTIL FIM-ALUNHIST
               CLOSE ALUNHIST
           END-IF.
           IF WS-QTD-ARQ = ZEROS
               MOVE WS-TOT-HIS-DEPOIS TO WS-TOT-HIS-ANTES
           END-IF.

       5810-CONTA-ALUNO.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ALUNO
               NOT AT END
                   ADD 1 TO WS-TOT-CAD-DEPOIS
           END-READ.

       5820-CONTA-LANCAMENTO.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-NOTAS
               NOT AT END
                   ADD 1 TO WS-TOT-BOL-DEPOIS
           END-READ.

       5830-CONTA-LINHA.
           READ ALUNHIST
               AT END
                   MOVE 'S' TO WS-EOF-HIST
               NOT AT END
                   ADD 1 TO WS-TOT-HIS-DEPOIS
           END-READ.

      * sem aluno a arquivar o BOLETIM nao foi percorrido: a contagem
      * de antes e a propria recontagem
       5840-BOLETIM-SEM-PASSADA.
           MOVE WS-TOT-BOL-DEPOIS TO WS-TOT-BOL-ANTES.

      *================= CONCILIACAO ==================================
       6000-LIBERA-ALUNOS SECTION.
           PERFORM 6100-LIBERA-UM
               VARYING WS-IX-ARQ FROM 1 BY 1
               UNTIL WS-IX-ARQ > WS-QTD-ARQ.
           GO TO 6900-LIBERA-EXIT.

       6100-LIBERA-UM.
           MOVE WS-AQ-TURMA (WS-IX-ARQ)    TO SR-TURMA.
           MOVE WS-AQ-ANO (WS-IX-ARQ)      TO SR-ANO.
           MOVE WS-AQ-CODIGO (WS-IX-ARQ)   TO SR-CODIGO.
           MOVE WS-AQ-CAD-GRAV (WS-IX-ARQ) TO SR-CAD-GRAV.
           MOVE WS-AQ-CAD-REM (WS-IX-ARQ)  TO SR-CAD-REM.
           MOVE WS-AQ-BOL-GRAV (WS-IX-ARQ) TO SR-BOL-GRAV.
           MOVE WS-AQ-BOL-REM (WS-IX-ARQ)  TO SR-BOL-REM.
           MOVE WS-AQ-HIS-GRAV (WS-IX-ARQ) TO SR-HIS-GRAV.
           MOVE WS-AQ-HIS-REM (WS-IX-ARQ)  TO SR-HIS-REM.
           RELEASE REG-SORT.

       6900-LIBERA-EXIT.
           EXIT.

       7000-IMPRIME SECTION.
           PERFORM 7100-CABECALHO.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 7200-PROXIMO-ALUNO UNTIL FIM-SORT.
           PERFORM 7400-FECHA-GRUPO.
           PERFORM 7500-RODAPE.
           GO TO 7900-IMPRIME-EXIT.

       7100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ARQUIVAMENTO DE ALUNOS QUE SAIRAM ANTES DE '
               WS-DT-CORTE '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE '             ALUNOS  ---CADALUNO---  ----BOLETIM----'
             TO WS-LINHA-IMP.
           MOVE '  ----ALUNHIST---' TO WS-LINHA-IMP (54:17).
           PERFORM 7150-GRAVA-LINHA.
           MOVE 'TURMA ANO            ARQUIV. APAG.   ARQUIV.   APAG.'
             TO WS-LINHA-IMP.
           MOVE '  ARQUIV.   APAG.  SITUACAO' TO WS-LINHA-IMP (54:27).
           PERFORM 7150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE 5 TO WS-LINHAS-PAGINA.

       7150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

       7200-PROXIMO-ALUNO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF WS-GRUPO-ABERTO NOT = 'S' OR
                      SR-TURMA NOT = WS-GRP-TURMA OR
                      SR-ANO NOT = WS-GRP-ANO
                       PERFORM 7400-FECHA-GRUPO
                       MOVE SR-TURMA TO WS-GRP-TURMA
                       MOVE SR-ANO   TO WS-GRP-ANO
                       MOVE 'S' TO WS-GRUPO-ABERTO
                       MOVE ZEROS TO WS-GRP-ALUNOS WS-GRP-CAD-GRAV
                           WS-GRP-CAD-REM WS-GRP-BOL-GRAV
                           WS-GRP-BOL-REM WS-GRP-HIS-GRAV
                           WS-GRP-HIS-REM
                   END-IF
                   ADD 1 TO WS-GRP-ALUNOS
                   ADD SR-CAD-GRAV TO WS-GRP-CAD-GRAV
                   ADD SR-CAD-REM  TO WS-GRP-CAD-REM
                   ADD SR-BOL-GRAV TO WS-GRP-BOL-GRAV
                   ADD SR-BOL-REM  TO WS-GRP-BOL-REM
                   ADD SR-HIS-GRAV TO WS-GRP-HIS-GRAV
                   ADD SR-HIS-REM  TO WS-GRP-HIS-REM
           END-RETURN.

      * o grupo concilia quando cada aluno foi gravado e apagado do
      * cadastro e cada lancamento e linha gravados foram apagados
       7400-FECHA-GRUPO.
           IF WS-GRUPO-ABERTO = 'S'
               IF WS-GRP-CAD-GRAV = WS-GRP-ALUNOS AND
                  WS-GRP-CAD-REM = WS-GRP-ALUNOS AND
                  WS-GRP-BOL-REM = WS-GRP-BOL-GRAV AND
                  WS-GRP-HIS-REM = WS-GRP-HIS-GRAV
                   MOVE 'OK' TO WS-SITUACAO
               ELSE
                   MOVE 'DIVERGENTE' TO WS-SITUACAO
                   ADD 1 TO WS-DIVERGENCIAS
               END-IF
               IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                   PERFORM 7100-CABECALHO
               END-IF
               MOVE WS-GRP-TURMA    TO LG-TURMA
               MOVE WS-GRP-ANO      TO LG-ANO
               MOVE WS-GRP-ALUNOS   TO LG-ALUNOS
               MOVE WS-GRP-CAD-GRAV TO LG-CAD-GRAV
               MOVE WS-GRP-CAD-REM  TO LG-CAD-REM
               MOVE WS-GRP-BOL-GRAV TO LG-BOL-GRAV
               MOVE WS-GRP-BOL-REM  TO LG-BOL-REM
               MOVE WS-GRP-HIS-GRAV TO LG-HIS-GRAV
               MOVE WS-GRP-HIS-REM  TO LG-HIS-REM
               MOVE WS-SITUACAO     TO LG-SITUACAO
               MOVE WS-LINHA-GRUPO  TO WS-LINHA-IMP
               PERFORM 7150-GRAVA-LINHA
               ADD WS-GRP-CAD-GRAV TO WS-TOT-CAD-GRAV
               ADD WS-GRP-CAD-REM  TO WS-TOT-CAD-REM
               ADD WS-GRP-BOL-GRAV TO WS-TOT-BOL-GRAV
               ADD WS-GRP-BOL-REM  TO WS-TOT-BOL-REM
               ADD WS-GRP-HIS-GRAV TO WS-TOT-HIS-GRAV
               ADD WS-GRP-HIS-REM  TO WS-TOT-HIS-REM
               MOVE 'N' TO WS-GRUPO-ABERTO
           END-IF.

      * pagina final: cada arquivo vivo conciliado - antes, o que saiu
      * e a recontagem de depois
       7500-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-GRUPO.
           MOVE WS-QTD-ARQ      TO LG-ALUNOS.
           MOVE WS-TOT-CAD-GRAV TO LG-CAD-GRAV.
           MOVE WS-TOT-CAD-REM  TO LG-CAD-REM.
           MOVE WS-TOT-BOL-GRAV TO LG-BOL-GRAV.
           MOVE WS-TOT-BOL-REM  TO LG-BOL-REM.
           MOVE WS-TOT-HIS-GRAV TO LG-HIS-GRAV.
           MOVE WS-TOT-HIS-REM  TO LG-HIS-REM.
           MOVE WS-LINHA-GRUPO TO WS-LINHA-IMP.
           MOVE 'TOTAL' TO WS-LINHA-IMP (1:9).
           PERFORM 7150-GRAVA-LINHA.
           PERFORM 7100-CABECALHO.
           MOVE WS-ANOS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'RETENCAO EM ANOS (ARQALUNO_ANOS)..........: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-SEM-DATA TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'SAIRAM SEM DATA DE STATUS (MANTIDOS).......: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-ADIADOS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ALEM DA CAPACIDADE (PROXIMA RODADA)........: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE 'CADALUNO' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           PERFORM 7600-CONCILIA-CADALUNO.
           MOVE 'BOLETIM' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           PERFORM 7610-CONCILIA-BOLETIM.
           MOVE 'ALUNHIST' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           PERFORM 7620-CONCILIA-ALUNHIST.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-CAD-REM TO WS-MSK-QTD.
           DISPLAY 'ALUNOS ARQUIVADOS: ' WS-MSK-QTD.
           IF WS-DIVERGENCIAS = ZEROS
               MOVE 'ARQUIVAMENTO CONCILIADO' TO WS-LINHA-IMP
           ELSE
               MOVE 'ARQUIVAMENTO COM DIVERGENCIA - CONFERIR O ARQALUNO'
                 TO WS-LINHA-IMP
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY FUNCTION TRIM (WS-LINHA-IMP).
           PERFORM 7150-GRAVA-LINHA.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               CLOSE ARQ-IMP
               PERFORM 7700-REGISTRA-CATALOGO
               DISPLAY 'RELATORIO GRAVADO EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

       7600-CONCILIA-CADALUNO.
           MOVE WS-TOT-CAD-ANTES TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ANTES.............: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-CAD-REM TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ARQUIVADOS........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-CAD-DEPOIS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  DEPOIS (RECONTADO): ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           IF WS-TOT-CAD-ANTES = WS-TOT-CAD-DEPOIS + WS-TOT-CAD-REM
               MOVE 'OK' TO WS-LINHA-IMP (33:10)
           ELSE
               MOVE 'DIVERGENTE' TO WS-LINHA-IMP (33:10)
               ADD 1 TO WS-DIVERGENCIAS
           END-IF.
           PERFORM 7150-GRAVA-LINHA.

       7610-CONCILIA-BOLETIM.
           MOVE WS-TOT-BOL-ANTES TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ANTES.............: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-BOL-REM TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ARQUIVADOS........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-BOL-DEPOIS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  DEPOIS (RECONTADO): ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           IF WS-TOT-BOL-ANTES = WS-TOT-BOL-DEPOIS + WS-TOT-BOL-REM
               MOVE 'OK' TO WS-LINHA-IMP (33:10)
           ELSE
               MOVE 'DIVERGENTE' TO WS-LINHA-IMP (33:10)
               ADD 1 TO WS-DIVERGENCIAS
           END-IF.
           PERFORM 7150-GRAVA-LINHA.

       7620-CONCILIA-ALUNHIST.
           MOVE WS-TOT-HIS-ANTES TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ANTES.............: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-HIS-REM TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ARQUIVADAS........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 7150-GRAVA-LINHA.
           MOVE WS-TOT-HIS-DEPOIS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  DEPOIS (RECONTADO): ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           IF WS-TOT-HIS-ANTES = WS-TOT-HIS-DEPOIS + WS-TOT-HIS-REM
               MOVE 'OK' TO WS-LINHA-IMP (33:10)
           ELSE
               MOVE 'DIVERGENTE' TO WS-LINHA-IMP (33:10)
               ADD 1 TO WS-DIVERGENCIAS
           END-IF.
           PERFORM 7150-GRAVA-LINHA.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       7700-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'ARQALU' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       7900-IMPRIME-EXIT.
           EXIT.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDARQALU' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
           END-IF.
           IF WS-ABERTO-ARQ = 'S'
               CLOSE ARQALUNO
           END-IF.

       END PROGRAM CDARQALU.
