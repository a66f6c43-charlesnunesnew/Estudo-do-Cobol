      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ALTERACOES SUSPEITAS DE NOTA - o NOTAAUD guarda o antes
      *         e o depois de cada regravacao de REG-NOTA, mas o
      *         CDNOTAUD so responde por um aluno e ninguem procurava
      *         padrao. Este relatorio de excecao varre o NOTAAUD do
      *         periodo e aponta, citando o numero da linha do NOTAAUD:
      *           1 nota alterada depois do encerramento do termo
      *             (TM-DT-FIM do CADTERMO), fora do conselho e da
      *             revisao deferida;
      *           2 status que passou de reprovado a aprovado por nota
      *             regravada, e nao por decisao do conselho;
      *           3 concentracao: o mesmo operador alterando notas ja
      *             lancadas do mesmo aluno ou da mesma turma acima do
      *             limite NOTSUS_LIMITE dentro de NOTSUS_JANELA_DIAS;
      *           4 operador sem autorizacao no CADAUTNT para a materia
      *             e turma (administrador, conselho e nota trazida de
      *             outra escola nao passam pela tabela);
      *           5 nota alterada nos NOTSUS_DIAS_ENVIO dias antes da
      *             transmissao do CDEDUFEED, que sai na primeira noite
      *             do termo encerrado.
      *         O periodo comeca em NOTSUS_DESDE (AAAAMMDD) ou, sem
      *         ela, 31 dias antes da execucao. Restrito ao
      *         administrador (OPERADOR_PERFIL A, ou em branco na
      *         esteira). Classificado via SORT, gravado no arquivo
      *         NOTSUSIMP (nome fisico datado NOTSUS.AAAAMMDD via
      *         DD_NOTSUSIMP) e registrado no catalogo RELCATAL (tipo
      *         NOTSUS, que o CDDISTRIB trata como restrito); os
      *         totais vao para o NOTSUSRES, lido pelo CDSAUDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDNOTSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAAUD ASSIGN TO
           "NOTAAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAAUD.

           SELECT ARQ-NOTAS ASSIGN TO
           "BOLETIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CHAVE
           FILE STATUS IS WS-FS-NOTAS.

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           "NOTSUSIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT NOTSUSRES ASSIGN TO
           "NOTSUSRES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTSUSRES.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD NOTAAUD.
           COPY REGNOTAUD.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD CADTERMO.
           COPY REGTERMO.

       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADUSER.
           COPY REGUSER.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       FD NOTSUSRES.
       01 REG-RESULTADO                   PIC X(80).

      * tipos 1, 2, 4 e 5 saem um por linha do NOTAAUD; o tipo 3 e
      * candidato a concentracao, agrupado por operador e aluno (A)
      * ou turma (T) e ordenado pelo dia
       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-TIPO                    PIC 9(01).
           03 SR-GRUPO.
               05 SR-GRP-OPERADOR        PIC 9(08).
               05 SR-GRP-DIMENSAO        PIC X(01).
               05 SR-GRP-CHAVE           PIC X(05).
           03 SR-DIA                     PIC 9(07).
           03 SR-LINHA                   PIC 9(06).
           03 SR-DATA                    PIC X(08).
           03 SR-HORA                    PIC X(06).
           03 SR-OPERADOR                PIC 9(08).
           03 SR-ORIGEM                  PIC X(01).
           03 SR-TERMO                   PIC X(06).
           03 SR-CD-ALUNO                PIC 9(05).
           03 SR-MATERIA                 PIC X(06).
           03 SR-TURMA                   PIC X(03).
           03 SR-ANT-MEDIA               PIC 9(02)V99.
           03 SR-ANT-STATUS              PIC X(11).
           03 SR-NOV-MEDIA               PIC 9(02)V99.
           03 SR-NOV-STATUS              PIC X(11).
           03 SR-DETALHE                 PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-FS-NOTAAUD                  PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-FS-NOTSUSRES                PIC 99.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-ABERTO-AUD                  PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-TERMO                PIC X VALUE 'N'.
       77 WS-ABERTO-AUTNT                PIC X VALUE 'N'.
       77 WS-ABERTO-CADUSER              PIC X VALUE 'N'.
       77 WS-EOF-AUD                     PIC X VALUE 'N'.
        88 FIM-AUD                       VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-PERFIL-OPER                 PIC X(01) VALUE SPACE.
        88 OPER-ADMIN                    VALUE 'A'.
       77 WS-PERFIL-LINHA                PIC X(01) VALUE SPACE.
        88 LINHA-ADMIN                   VALUE 'A'.

      * limites da analise (CDPARAM) e inicio do periodo
       77 WS-LIMITE                      PIC 9(03) VALUE 5.
       77 WS-JANELA-DIAS                 PIC 9(03) VALUE 1.
       77 WS-DIAS-ENVIO                  PIC 9(03) VALUE 3.
       77 WS-DIAS-PERIODO                PIC 9(03) VALUE 31.
       77 WS-DESDE                       PIC 9(08) VALUE ZEROS.
       77 WS-DESDE-TEXTO                 PIC X(08) VALUE SPACES.

      * linha corrente do NOTAAUD
       77 WS-NUM-LINHA                   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-LINHA                  PIC 9(08) VALUE ZEROS.
       77 WS-DIA-LINHA                   PIC 9(07) VALUE ZEROS.
       77 WS-TURMA-LINHA                 PIC X(03) VALUE SPACES.
       77 WS-ALTERACAO-REAL              PIC X VALUE 'N'.
       77 WS-ALUNO-TEXTO                 PIC 9(05) VALUE ZEROS.

      * ultimo termo lido do CADTERMO, guardado para nao reler a
      * cada linha do mesmo termo
       77 WS-TERMO-LIDO                  PIC X(06) VALUE SPACES.
       77 WS-TERMO-FECHADO               PIC X VALUE 'N'.
       77 WS-TERMO-DT-FIM                PIC 9(08) VALUE ZEROS.
       77 WS-DIA-FIM-TERMO               PIC 9(07) VALUE ZEROS.

      * descricao e contagem de cada tipo de ocorrencia
       01 WS-TAB-TIPOS-DESC.
           03 FILLER PIC X(38) VALUE 'ALTERADA DEPOIS DO FIM DO TERMO'.
           03 FILLER PIC X(38)
              VALUE 'REPROVADO VIROU APROVADO SEM CONSELHO'.
           03 FILLER PIC X(38)
              VALUE 'CONCENTRACAO DE ALTERACOES NA JANELA'.
           03 FILLER PIC X(38)
              VALUE 'OPERADOR SEM AUTORIZACAO NO CADAUTNT'.
           03 FILLER PIC X(38)
              VALUE 'ALTERADA NA VESPERA DA TRANSMISSAO'.
       01 WS-TAB-TIPOS REDEFINES WS-TAB-TIPOS-DESC.
           03 WS-TIPO-DESC OCCURS 5 TIMES PIC X(38).
       01 WS-TAB-TOTAIS.
           03 WS-TOT-TIPO OCCURS 5 TIMES PIC 9(06).
       77 WS-IX-TIPO                     PIC 9(01) VALUE ZEROS.
       77 WS-TIPO-ATUAL                  PIC 9(01) VALUE ZEROS.

      * grupo de concentracao em avaliacao: as linhas do mesmo
      * operador no mesmo aluno ou turma, em ordem de dia
       77 WS-GRUPO-ABERTO                PIC X VALUE 'N'.
       01 WS-GRP-ATUAL.
           03 WS-GRP-OPERADOR            PIC 9(08).
           03 WS-GRP-DIMENSAO            PIC X(01).
           03 WS-GRP-CHAVE               PIC X(05).
       01 WS-TAB-GRUPO.
           03 WS-QTD-GRP                 PIC 9(04) VALUE ZEROS.
           03 WS-GRP-ITEM OCCURS 500 TIMES.
               05 WS-GL-LINHA            PIC 9(06).
               05 WS-GL-DATA             PIC X(08).
               05 WS-GL-DIA              PIC 9(07).
               05 WS-GL-MARCA            PIC X(01).
       77 WS-GRP-EXCEDENTE               PIC 9(05) VALUE ZEROS.
       77 WS-IX-I                        PIC 9(04) VALUE ZEROS.
       77 WS-IX-J                        PIC 9(04) VALUE ZEROS.
       77 WS-IX-K                        PIC 9(04) VALUE ZEROS.
       77 WS-FIM-JANELA                  PIC X VALUE 'N'.
       77 WS-QTD-MARCADAS                PIC 9(04) VALUE ZEROS.
       77 WS-PRIMEIRA-DATA               PIC X(08) VALUE SPACES.
       77 WS-ULTIMA-DATA                 PIC X(08) VALUE SPACES.
       77 WS-PTR-LINHA                   PIC 9(03) VALUE ZEROS.

       77 WS-TOT-LIDAS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FORA-PERIODO            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-OCORRENCIAS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CANDIDATAS              PIC 9(06) VALUE ZEROS.

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

      * linha do NOTSUSRES lida pelo CDSAUDE:
      * DATA;HORA;LIDAS;TOTAL;TIPO1;TIPO2;TIPO3;TIPO4;TIPO5
       01 WS-LINHA-RESULTADO.
           03 RS-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-HORA                    PIC X(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-LIDAS                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-TOTAL                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-TIPO1                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-TIPO2                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-TIPO3                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-TIPO4                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-TIPO5                   PIC 9(06).

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-ABERTO-AUD = 'S'
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-TIPO
                   ON ASCENDING KEY SR-GRUPO
                   ON ASCENDING KEY SR-DIA
                   ON ASCENDING KEY SR-LINHA
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * quem altera nota nao pode ser quem confere as alteracoes: so
      * o administrador roda; na esteira o perfil vem em branco
       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           MOVE ZEROS TO WS-TAB-TOTAIS.
           ACCEPT WS-PERFIL-OPER FROM ENVIRONMENT "OPERADOR_PERFIL".
           IF WS-PERFIL-OPER = SPACE
               MOVE 'A' TO WS-PERFIL-OPER
           END-IF.
           IF NOT OPER-ADMIN
               DISPLAY 'ALTERACOES SUSPEITAS DE NOTA SAO RESTRITAS AO '
                   'ADMINISTRADOR - FACA O LOGON PELO CDLOGON'
           ELSE
               PERFORM 1100-LE-PARAMETROS
               PERFORM 1300-ABRE-ARQUIVOS
           END-IF.

       1100-LE-PARAMETROS.
           MOVE 'NOTSUS_LIMITE' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           IF PR-VALOR (1:3) IS NUMERIC
               MOVE PR-VALOR (1:3) TO WS-LIMITE
           ELSE
               IF PR-VALOR (1:2) IS NUMERIC
                   MOVE PR-VALOR (1:2) TO WS-LIMITE
               ELSE
                   IF PR-VALOR (1:1) IS NUMERIC
                       MOVE PR-VALOR (1:1) TO WS-LIMITE
                   END-IF
               END-IF
           END-IF.
           IF WS-LIMITE < 2
               MOVE 5 TO WS-LIMITE
           END-IF.
           MOVE 'NOTSUS_JANELA_DIAS' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           IF PR-VALOR (1:2) IS NUMERIC
               MOVE PR-VALOR (1:2) TO WS-JANELA-DIAS
           ELSE
               IF PR-VALOR (1:1) IS NUMERIC
                   MOVE PR-VALOR (1:1) TO WS-JANELA-DIAS
               END-IF
           END-IF.
           IF WS-JANELA-DIAS = ZEROS
               MOVE 1 TO WS-JANELA-DIAS
           END-IF.
           MOVE 'NOTSUS_DIAS_ENVIO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           IF PR-VALOR (1:2) IS NUMERIC
               MOVE PR-VALOR (1:2) TO WS-DIAS-ENVIO
           ELSE
               IF PR-VALOR (1:1) IS NUMERIC
                   MOVE PR-VALOR (1:1) TO WS-DIAS-ENVIO
               END-IF
           END-IF.
           ACCEPT WS-DESDE-TEXTO FROM ENVIRONMENT "NOTSUS_DESDE".
           IF WS-DESDE-TEXTO IS NUMERIC
               MOVE WS-DESDE-TEXTO TO WS-DESDE
           ELSE
               COMPUTE WS-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-EXEC)
                    - WS-DIAS-PERIODO)
           END-IF.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo NOTSUSIMP pela variavel DD_NOTSUSIMP estilo DD
       1300-ABRE-ARQUIVOS.
           OPEN INPUT NOTAAUD.
           IF WS-FS-NOTAAUD NOT = 0
               DISPLAY 'NOTAAUD NAO ENCONTRADO - NADA A ANALISAR'
           ELSE
               MOVE 'S' TO WS-ABERTO-AUD
               OPEN INPUT ARQ-NOTAS
               IF WS-FS-NOTAS = 0
                   MOVE 'S' TO WS-ABERTO-NOTAS
               END-IF
               OPEN INPUT CADTERMO
               IF WS-FS-CADTERMO = 0
                   MOVE 'S' TO WS-ABERTO-TERMO
               END-IF
               OPEN INPUT CADAUTNT
               IF WS-FS-CADAUTNT = 0
                   MOVE 'S' TO WS-ABERTO-AUTNT
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
               STRING 'NOTSUS.' WS-DT-EXEC
                   DELIMITED BY SIZE INTO WS-NOME-IMP
               DISPLAY 'DD_NOTSUSIMP' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQ-IMP
           END-IF.

      * a linha do NOTAAUD e contada mesmo fora do periodo: o numero
      * citado no relatorio e a posicao dela no arquivo
       2000-SELECIONA SECTION.
           MOVE 'N' TO WS-EOF-AUD.
           PERFORM 2100-LE-AUDITORIA UNTIL FIM-AUD.
           GO TO 2900-SELECIONA-EXIT.

       2100-LE-AUDITORIA.
           READ NOTAAUD
               AT END
                   MOVE 'S' TO WS-EOF-AUD
               NOT AT END
                   ADD 1 TO WS-NUM-LINHA
                   IF NA-DATA IS NUMERIC
                       MOVE NA-DATA TO WS-DATA-LINHA
                   ELSE
                       MOVE ZEROS TO WS-DATA-LINHA
                   END-IF
                   IF WS-DATA-LINHA < WS-DESDE
                       ADD 1 TO WS-TOT-FORA-PERIODO
                   ELSE
                       ADD 1 TO WS-TOT-LIDAS
                       PERFORM 2200-ANALISA-LINHA
                   END-IF
           END-READ.

       2200-ANALISA-LINHA.
           COMPUTE WS-DIA-LINHA =
               FUNCTION INTEGER-OF-DATE (WS-DATA-LINHA).
           PERFORM 2210-TURMA-DA-LINHA.
           PERFORM 2220-TERMO-DA-LINHA.
           PERFORM 2230-CONFERE-ALTERACAO.
           PERFORM 2300-FIM-DO-TERMO.
           PERFORM 2400-VIROU-APROVADO.
           PERFORM 2500-CANDIDATA-CONCENTRACAO.
           PERFORM 2600-SEM-AUTORIZACAO.
           PERFORM 2700-VESPERA-TRANSMISSAO.

      * o NOTAAUD nao traz a turma; vale a do lancamento no BOLETIM
       2210-TURMA-DA-LINHA.
           MOVE SPACES TO WS-TURMA-LINHA.
           IF WS-ABERTO-NOTAS = 'S'
               MOVE NA-TERMO    TO BN-TERMO
               MOVE NA-CD-ALUNO TO BN-CD-ALUNO
               MOVE NA-MATERIA  TO BN-MATERIA
               READ ARQ-NOTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BN-TURMA TO WS-TURMA-LINHA
               END-READ
           END-IF.

      * o CDTERMO grava em TM-DT-FIM o dia do encerramento; e nessa
      * noite que o CDEDUFEED transmite o termo pela primeira vez
       2220-TERMO-DA-LINHA.
           IF NA-TERMO NOT = WS-TERMO-LIDO
               MOVE NA-TERMO TO WS-TERMO-LIDO
               MOVE 'N' TO WS-TERMO-FECHADO
               MOVE ZEROS TO WS-TERMO-DT-FIM
               MOVE ZEROS TO WS-DIA-FIM-TERMO
               IF WS-ABERTO-TERMO = 'S'
                   MOVE NA-TERMO TO TM-CODIGO
                   READ CADTERMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TERMO-FECHADO AND TM-DT-FIM > ZEROS
                               MOVE 'S' TO WS-TERMO-FECHADO
                               MOVE TM-DT-FIM TO WS-TERMO-DT-FIM
                               COMPUTE WS-DIA-FIM-TERMO =
                                   FUNCTION INTEGER-OF-DATE (TM-DT-FIM)
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * alteracao e a troca de uma nota que ja estava lancada ou de um
      * status ja fechado; o lancamento seguinte de uma avaliacao
      * tambem regrava o REG-NOTA, mas nao muda nada que ja havia
       2230-CONFERE-ALTERACAO.
           MOVE 'N' TO WS-ALTERACAO-REAL.
           IF (NA-ANT-N1 > ZEROS AND NA-NOV-N1 NOT = NA-ANT-N1) OR
              (NA-ANT-N2 > ZEROS AND NA-NOV-N2 NOT = NA-ANT-N2) OR
              (NA-ANT-N3 > ZEROS AND NA-NOV-N3 NOT = NA-ANT-N3) OR
              (NA-ANT-N4 > ZEROS AND NA-NOV-N4 NOT = NA-ANT-N4)
               MOVE 'S' TO WS-ALTERACAO-REAL
           END-IF.
           IF NA-ANT-STATUS NOT = SPACES AND
              NA-ANT-STATUS NOT = 'Em curso' AND
              NA-NOV-STATUS NOT = NA-ANT-STATUS
               MOVE 'S' TO WS-ALTERACAO-REAL
           END-IF.

      * conselho (C) e revisao deferida (R) sao os caminhos para mexer
      * em nota de termo encerrado; qualquer outra origem e ocorrencia
       2300-FIM-DO-TERMO.
           IF WS-TERMO-FECHADO = 'S' AND
              WS-DATA-LINHA > WS-TERMO-DT-FIM AND
              NA-ORIGEM NOT = 'C' AND NA-ORIGEM NOT = 'R'
               MOVE SPACES TO SR-DETALHE
               STRING 'TERMO ENCERRADO EM ' WS-TERMO-DT-FIM
                   DELIMITED BY SIZE INTO SR-DETALHE
               MOVE 1 TO SR-TIPO
               PERFORM 2800-LIBERA-OCORRENCIA
           END-IF.

       2400-VIROU-APROVADO.
           IF (NA-ANT-STATUS = 'Reprovado' OR
               NA-ANT-STATUS = 'Rep.p/Falta') AND
              NA-NOV-STATUS = 'Aprovado' AND
              NA-ORIGEM NOT = 'C'
               MOVE SPACES TO SR-DETALHE
               STRING 'SEM DECISAO DO CONSELHO - ORIGEM ' NA-ORIGEM
                   DELIMITED BY SIZE INTO SR-DETALHE
               MOVE 2 TO SR-TIPO
               PERFORM 2800-LIBERA-OCORRENCIA
           END-IF.

      * so alteracao feita por pessoa (tela ou revisao) entra na
      * contagem: o lote e o conselho mexem na turma inteira de uma vez
      * por natureza. Cada linha vai duas vezes ao SORT, uma pelo
      * aluno e outra pela turma
       2500-CANDIDATA-CONCENTRACAO.
           IF WS-ALTERACAO-REAL = 'S' AND NA-OPERADOR NOT = ZEROS AND
              (NA-ORIGEM = 'T' OR NA-ORIGEM = 'R')
               ADD 1 TO WS-TOT-CANDIDATAS
               MOVE SPACES TO SR-DETALHE
               MOVE 3 TO SR-TIPO
               PERFORM 2810-MONTA-REGISTRO
               MOVE NA-OPERADOR TO SR-GRP-OPERADOR
               MOVE 'A' TO SR-GRP-DIMENSAO
               MOVE NA-CD-ALUNO TO WS-ALUNO-TEXTO
               MOVE WS-ALUNO-TEXTO TO SR-GRP-CHAVE
               MOVE WS-DIA-LINHA TO SR-DIA
               RELEASE REG-SORT
               IF WS-TURMA-LINHA NOT = SPACES
                   MOVE 'T' TO SR-GRP-DIMENSAO
                   MOVE WS-TURMA-LINHA TO SR-GRP-CHAVE
                   RELEASE REG-SORT
               END-IF
           END-IF.

      * a mesma regra do DESAFIOM2: operador x materia x turma;
      * administrador, conselho, transferencia e a esteira (operador
      * zero) nao passam pela tabela
       2600-SEM-AUTORIZACAO.
           IF WS-ABERTO-AUTNT = 'S' AND NA-OPERADOR NOT = ZEROS AND
              NA-ORIGEM NOT = 'C' AND NA-ORIGEM NOT = 'X'
               MOVE SPACES TO SR-DETALHE
               MOVE SPACE TO WS-PERFIL-LINHA
               IF WS-ABERTO-CADUSER = 'S'
                   MOVE NA-OPERADOR TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           MOVE 'OPERADOR FORA DO CADUSER'
                             TO SR-DETALHE
                       NOT INVALID KEY
                           MOVE FD-PERFIL TO WS-PERFIL-LINHA
                   END-READ
               END-IF
               IF NOT LINHA-ADMIN
                   PERFORM 2610-CONSULTA-AUTORIZACAO
               END-IF
           END-IF.

       2610-CONSULTA-AUTORIZACAO.
           MOVE NA-OPERADOR    TO AT-OPERADOR.
           MOVE NA-MATERIA     TO AT-MATERIA.
           MOVE WS-TURMA-LINHA TO AT-TURMA.
           READ CADAUTNT
               INVALID KEY
                   IF WS-TURMA-LINHA = SPACES AND SR-DETALHE = SPACES
                       MOVE 'TURMA NAO ACHADA NO BOLETIM'
                         TO SR-DETALHE
                   END-IF
                   MOVE 4 TO SR-TIPO
                   PERFORM 2800-LIBERA-OCORRENCIA
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * o lancamento das ultimas avaliacoes antes do encerramento e
      * normal; so a troca de nota ja lancada nos dias que antecedem a
      * transmissao e ocorrencia
       2700-VESPERA-TRANSMISSAO.
           IF WS-TERMO-FECHADO = 'S' AND WS-ALTERACAO-REAL = 'S' AND
              NA-ORIGEM NOT = 'C' AND
              WS-DATA-LINHA NOT > WS-TERMO-DT-FIM AND
              WS-DIA-LINHA + WS-DIAS-ENVIO NOT < WS-DIA-FIM-TERMO
               MOVE SPACES TO SR-DETALHE
               STRING 'TRANSMITIDO NA NOITE DE ' WS-TERMO-DT-FIM
                   DELIMITED BY SIZE INTO SR-DETALHE
               MOVE 5 TO SR-TIPO
               PERFORM 2800-LIBERA-OCORRENCIA
           END-IF.

      * SR-TIPO e SR-DETALHE ja vem preenchidos por quem chama
       2800-LIBERA-OCORRENCIA.
           PERFORM 2810-MONTA-REGISTRO.
           MOVE ZEROS  TO SR-GRP-OPERADOR.
           MOVE SPACES TO SR-GRP-DIMENSAO.
           MOVE SPACES TO SR-GRP-CHAVE.
           MOVE ZEROS  TO SR-DIA.
           ADD 1 TO WS-TOT-OCORRENCIAS.
           ADD 1 TO WS-TOT-TIPO (SR-TIPO).
           RELEASE REG-SORT.

       2810-MONTA-REGISTRO.
           MOVE WS-NUM-LINHA   TO SR-LINHA.
           MOVE NA-DATA        TO SR-DATA.
           MOVE NA-HORA        TO SR-HORA.
           MOVE NA-OPERADOR    TO SR-OPERADOR.
           MOVE NA-ORIGEM      TO SR-ORIGEM.
           MOVE NA-TERMO       TO SR-TERMO.
           MOVE NA-CD-ALUNO    TO SR-CD-ALUNO.
           MOVE NA-MATERIA     TO SR-MATERIA.
           MOVE WS-TURMA-LINHA TO SR-TURMA.
           MOVE NA-ANT-MEDIA   TO SR-ANT-MEDIA.
           MOVE NA-ANT-STATUS  TO SR-ANT-STATUS.
           MOVE NA-NOV-MEDIA   TO SR-NOV-MEDIA.
           MOVE NA-NOV-STATUS  TO SR-NOV-STATUS.

       2900-SELECIONA-EXIT.
           EXIT.

       3000-IMPRIME SECTION.
           PERFORM 3100-CABECALHO.
           MOVE ZEROS TO WS-TIPO-ATUAL.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 3200-PROXIMA-OCORRENCIA UNTIL FIM-SORT.
           PERFORM 3600-FECHA-GRUPO.
           PERFORM 3500-RODAPE.
           GO TO 3900-IMPRIME-EXIT.

       3100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ALTERACOES SUSPEITAS DE NOTA (NOTAAUD) DESDE '
               WS-DESDE '   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 'USO RESTRITO DA ADMINISTRACAO' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 'LINHA  DATA     HORA   OPERADOR O TERMO  ALUNO MATER.'
             TO WS-LINHA-IMP.
           MOVE 'TUR STATUS ANT. STATUS NOVO MEDIAS      DETALHE'
             TO WS-LINHA-IMP (55:47).
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE 5 TO WS-LINHAS-PAGINA.

       3150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

       3160-QUEBRA-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               PERFORM 3100-CABECALHO
           END-IF.

       3200-PROXIMA-OCORRENCIA.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   IF SR-TIPO NOT = WS-TIPO-ATUAL
                       PERFORM 3600-FECHA-GRUPO
                       MOVE SR-TIPO TO WS-TIPO-ATUAL
                       PERFORM 3300-TITULO-TIPO
                   END-IF
                   IF SR-TIPO = 3
                       PERFORM 3250-ACUMULA-GRUPO
                   ELSE
                       PERFORM 3400-LINHA-OCORRENCIA
                   END-IF
           END-RETURN.

       3250-ACUMULA-GRUPO.
           IF WS-GRUPO-ABERTO NOT = 'S' OR
              SR-GRP-OPERADOR NOT = WS-GRP-OPERADOR OR
              SR-GRP-DIMENSAO NOT = WS-GRP-DIMENSAO OR
              SR-GRP-CHAVE NOT = WS-GRP-CHAVE
               PERFORM 3600-FECHA-GRUPO
               MOVE SR-GRUPO TO WS-GRP-ATUAL
               MOVE 'S' TO WS-GRUPO-ABERTO
               MOVE ZEROS TO WS-QTD-GRP
               MOVE ZEROS TO WS-GRP-EXCEDENTE
           END-IF.
           IF WS-QTD-GRP < 500
               ADD 1 TO WS-QTD-GRP
               MOVE SR-LINHA TO WS-GL-LINHA (WS-QTD-GRP)
               MOVE SR-DATA  TO WS-GL-DATA (WS-QTD-GRP)
               MOVE SR-DIA   TO WS-GL-DIA (WS-QTD-GRP)
               MOVE 'N'      TO WS-GL-MARCA (WS-QTD-GRP)
           ELSE
               ADD 1 TO WS-GRP-EXCEDENTE
           END-IF.

       3300-TITULO-TIPO.
           IF WS-LINHAS-PAGINA + 3 >= WS-LIMITE-LINHAS
               PERFORM 3100-CABECALHO
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 1 TO WS-PTR-LINHA.
           STRING SR-TIPO ' ' FUNCTION TRIM (WS-TIPO-DESC (SR-TIPO))
               DELIMITED BY SIZE
               INTO WS-LINHA-IMP WITH POINTER WS-PTR-LINHA.
           IF SR-TIPO = 3
               MOVE WS-LIMITE TO WS-MSK-QTD
               STRING ' - A PARTIR DE ' FUNCTION TRIM (WS-MSK-QTD)
                   ' EM ' DELIMITED BY SIZE
                   INTO WS-LINHA-IMP WITH POINTER WS-PTR-LINHA
               MOVE WS-JANELA-DIAS TO WS-MSK-QTD
               STRING FUNCTION TRIM (WS-MSK-QTD) ' DIA(S)'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-IMP WITH POINTER WS-PTR-LINHA
           END-IF.
           PERFORM 3150-GRAVA-LINHA.

       3400-LINHA-OCORRENCIA.
           PERFORM 3160-QUEBRA-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING SR-LINHA ' ' SR-DATA ' ' SR-HORA ' ' SR-OPERADOR
               ' ' SR-ORIGEM ' ' SR-TERMO ' ' SR-CD-ALUNO ' '
               SR-MATERIA ' ' SR-TURMA ' ' SR-ANT-STATUS ' '
               SR-NOV-STATUS ' '
               SR-ANT-MEDIA (1:2) ',' SR-ANT-MEDIA (3:2) '>'
               SR-NOV-MEDIA (1:2) ',' SR-NOV-MEDIA (3:2) ' '
               SR-DETALHE
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.

      * janela deslizante sobre as linhas do grupo, ja em ordem de
      * dia: toda janela que alcanca o limite marca as suas linhas,
      * e so as marcadas sao citadas
       3600-FECHA-GRUPO.
           IF WS-GRUPO-ABERTO = 'S'
               MOVE ZEROS TO WS-QTD-MARCADAS
               PERFORM 3610-AVALIA-JANELA
                   VARYING WS-IX-I FROM 1 BY 1
                   UNTIL WS-IX-I > WS-QTD-GRP
               IF WS-QTD-MARCADAS > ZEROS
                   PERFORM 3700-IMPRIME-GRUPO
               END-IF
               MOVE 'N' TO WS-GRUPO-ABERTO
           END-IF.

       3610-AVALIA-JANELA.
           MOVE WS-IX-I TO WS-IX-J.
           MOVE 'N' TO WS-FIM-JANELA.
           PERFORM 3620-ESTENDE-JANELA
               UNTIL WS-IX-J > WS-QTD-GRP OR WS-FIM-JANELA = 'S'.
           IF WS-IX-J - WS-IX-I >= WS-LIMITE
               PERFORM 3630-MARCA-LINHA
                   VARYING WS-IX-K FROM WS-IX-I BY 1
                   UNTIL WS-IX-K >= WS-IX-J
           END-IF.

       3620-ESTENDE-JANELA.
           IF WS-GL-DIA (WS-IX-J) - WS-GL-DIA (WS-IX-I)
              < WS-JANELA-DIAS
               ADD 1 TO WS-IX-J
           ELSE
               MOVE 'S' TO WS-FIM-JANELA
           END-IF.

       3630-MARCA-LINHA.
           IF WS-GL-MARCA (WS-IX-K) NOT = 'S'
               MOVE 'S' TO WS-GL-MARCA (WS-IX-K)
               ADD 1 TO WS-QTD-MARCADAS
           END-IF.

      * uma ocorrencia por grupo, com as linhas do NOTAAUD citadas em
      * seguida, quinze por linha impressa
       3700-IMPRIME-GRUPO.
           ADD 1 TO WS-TOT-OCORRENCIAS.
           ADD 1 TO WS-TOT-TIPO (3).
           MOVE SPACES TO WS-PRIMEIRA-DATA.
           MOVE SPACES TO WS-ULTIMA-DATA.
           PERFORM 3710-PERIODO-MARCADO
               VARYING WS-IX-K FROM 1 BY 1
               UNTIL WS-IX-K > WS-QTD-GRP.
           PERFORM 3160-QUEBRA-PAGINA.
           MOVE WS-QTD-MARCADAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-GRP-DIMENSAO = 'A'
               STRING 'OPERADOR ' WS-GRP-OPERADOR ' ALUNO '
                   WS-GRP-CHAVE DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING 'OPERADOR ' WS-GRP-OPERADOR ' TURMA '
                   WS-GRP-CHAVE DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           STRING ' - ' FUNCTION TRIM (WS-MSK-QTD)
               ' ALTERACOES ENTRE ' WS-PRIMEIRA-DATA ' E '
               WS-ULTIMA-DATA
               DELIMITED BY SIZE INTO WS-LINHA-IMP (32:70).
           IF WS-GRP-EXCEDENTE > ZEROS
               MOVE WS-GRP-EXCEDENTE TO WS-MSK-QTD
               STRING '(MAIS ' FUNCTION TRIM (WS-MSK-QTD)
                   ' NAO ANALISADAS)' DELIMITED BY SIZE
                   INTO WS-LINHA-IMP (101:32)
           END-IF.
           PERFORM 3150-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE '    LINHAS:' TO WS-LINHA-IMP.
           MOVE 12 TO WS-PTR-LINHA.
           PERFORM 3720-CITA-LINHA
               VARYING WS-IX-K FROM 1 BY 1
               UNTIL WS-IX-K > WS-QTD-GRP.
           IF WS-PTR-LINHA > 12
               PERFORM 3160-QUEBRA-PAGINA
               PERFORM 3150-GRAVA-LINHA
           END-IF.

       3710-PERIODO-MARCADO.
           IF WS-GL-MARCA (WS-IX-K) = 'S'
               IF WS-PRIMEIRA-DATA = SPACES
                   MOVE WS-GL-DATA (WS-IX-K) TO WS-PRIMEIRA-DATA
               END-IF
               MOVE WS-GL-DATA (WS-IX-K) TO WS-ULTIMA-DATA
           END-IF.

       3720-CITA-LINHA.
           IF WS-GL-MARCA (WS-IX-K) = 'S'
               STRING ' ' WS-GL-LINHA (WS-IX-K)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-IMP WITH POINTER WS-PTR-LINHA
               IF WS-PTR-LINHA > 115
                   PERFORM 3160-QUEBRA-PAGINA
                   PERFORM 3150-GRAVA-LINHA
                   MOVE SPACES TO WS-LINHA-IMP
                   MOVE 12 TO WS-PTR-LINHA
               END-IF
           END-IF.

      * pagina final de totais; o resumo sai tambem no console
       3500-RODAPE.
           PERFORM 3100-CABECALHO.
           MOVE WS-TOT-LIDAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LINHAS DO NOTAAUD NO PERIODO.............: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-FORA-PERIODO TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LINHAS ANTERIORES AO PERIODO.............: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-CANDIDATAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ALTERACOES DE NOTA JA LANCADA............: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           PERFORM 3510-TOTAL-DO-TIPO
               VARYING WS-IX-TIPO FROM 1 BY 1
               UNTIL WS-IX-TIPO > 5.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           MOVE WS-TOT-OCORRENCIAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TOTAL DE OCORRENCIAS.....................: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           DISPLAY 'ALTERACOES SUSPEITAS DE NOTA DESDE ' WS-DESDE
               ': ' WS-MSK-QTD.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               CLOSE ARQ-IMP
               PERFORM 3800-REGISTRA-CATALOGO
               DISPLAY 'RELATORIO GRAVADO EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.
           PERFORM 3850-GRAVA-RESULTADO.

       3510-TOTAL-DO-TIPO.
           MOVE WS-TOT-TIPO (WS-IX-TIPO) TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING WS-IX-TIPO ' ' WS-TIPO-DESC (WS-IX-TIPO) '.: '
               WS-MSK-QTD DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 3150-GRAVA-LINHA.
           IF WS-TOT-TIPO (WS-IX-TIPO) > ZEROS
               DISPLAY '  ' WS-TIPO-DESC (WS-IX-TIPO) ': ' WS-MSK-QTD
           END-IF.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       3800-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'NOTSUS' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

      * contagens para o painel do CDSAUDE, que le a ultima linha
       3850-GRAVA-RESULTADO.
           OPEN EXTEND NOTSUSRES.
           IF WS-FS-NOTSUSRES = 35
               OPEN OUTPUT NOTSUSRES
               CLOSE NOTSUSRES
               OPEN EXTEND NOTSUSRES
           END-IF.
           MOVE WS-DT-EXEC         TO RS-DATA.
           MOVE WS-HR-EXEC         TO RS-HORA.
           MOVE WS-TOT-LIDAS       TO RS-LIDAS.
           MOVE WS-TOT-OCORRENCIAS TO RS-TOTAL.
           MOVE WS-TOT-TIPO (1)    TO RS-TIPO1.
           MOVE WS-TOT-TIPO (2)    TO RS-TIPO2.
           MOVE WS-TOT-TIPO (3)    TO RS-TIPO3.
           MOVE WS-TOT-TIPO (4)    TO RS-TIPO4.
           MOVE WS-TOT-TIPO (5)    TO RS-TIPO5.
           MOVE WS-LINHA-RESULTADO TO REG-RESULTADO.
           WRITE REG-RESULTADO.
           CLOSE NOTSUSRES.

       3900-IMPRIME-EXIT.
           EXIT.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDNOTSUS' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-ABERTO-AUD = 'S'
               CLOSE NOTAAUD
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
           END-IF.
           IF WS-ABERTO-TERMO = 'S'
               CLOSE CADTERMO
           END-IF.
           IF WS-ABERTO-AUTNT = 'S'
               CLOSE CADAUTNT
           END-IF.
           IF WS-ABERTO-CADUSER = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDNOTSUS.
