      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:REVISAO DE NOTAS - o responsavel contestava a nota em
      *         papel, o professor respondia quando podia e a nota
      *         corrigida entrava pelo DESAFIOM2 sem ligacao nenhuma
      *         com o pedido. Este programa mantem o cadastro
      *         indexado CADREVIS (layout no copybook REGREVIS):
      *           P - protocola o pedido: termo, aluno, materia e
      *               avaliacao (1 a 4) ja lancada no BOLETIM,
      *               responsavel do CADRESP que pede e o motivo; o
      *               prazo de resposta e contado em dias letivos
      *               (REVISAO_PRAZO_DIAS, padrao 10), sem sabado,
      *               domingo e os feriados e recessos do FERIESC;
      *           R - responde: so o professor autorizado na materia
      *               e turma pelo CADAUTNT (ou administrador) defere,
      *               com a nota nova, ou indefere, com justificativa.
      *               O deferimento regrava o REG-NOTA, refaz media,
      *               status e conceito pela regra do DESAFIOM2 e
      *               grava o antes/depois no NOTAAUD com a origem 'R'
      *               (revisao) - como a decisao do conselho
      *               (CDCONSDEC), vale tambem em termo ja encerrado;
      *           C - consulta um pedido pelo numero;
      *           L - lista os pedidos em aberto ou os de um aluno.
      *         A carta de resposta ao responsavel e do CDREVCAR e a
      *         lista de pedidos com prazo vencido e do CDREVATR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDREVNOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREVIS ASSIGN TO
           "CADREVIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-NUMERO
           FILE STATUS IS WS-FS-CADREVIS.

           SELECT ARQ-NOTAS ASSIGN TO
           "BOLETIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CHAVE
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FS-NOTAS.

           SELECT NOTAAUD ASSIGN TO
           "NOTAAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAAUD.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-CADAUTNT.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-CADRESP.

           SELECT FERIESC ASSIGN TO
           "FERIESC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FERIESC.

       DATA DIVISION.
       FILE SECTION.
       FD CADREVIS.
           COPY REGREVIS.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD NOTAAUD.
           COPY REGNOTAUD.

       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADRESP.
           COPY REGRESP.

       FD FERIESC.
       01 REG-FERIADO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADREVIS                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
        88 FS-NOTAS-REG-TRAVADO          VALUE 51.
       77 WS-FS-NOTAAUD                  PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADRESP                  PIC 99.
       77 WS-FS-FERIESC                  PIC 99.
      * situacao da abertura dos arquivos: o status muda a cada
      * leitura e nao serve para saber se o arquivo esta aberto
       77 WS-ABERTO-REVIS                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-AUT                  PIC X VALUE 'N'.
       77 WS-ABERTO-RESP                 PIC X VALUE 'N'.
       77 WS-EOF-REVIS                   PIC X VALUE 'N'.
        88 FIM-CADREVIS                  VALUE 'S'.
       77 WS-EOF-RESP                    PIC X VALUE 'N'.
        88 FIM-CADRESP                   VALUE 'S'.
       77 WS-EOF-FERIESC                 PIC X VALUE 'N'.
        88 FIM-FERIESC                   VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
        88 OPER-ADMIN                    VALUE 'A'.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDREVNOT'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

      * dados digitados do pedido
       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-CD-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-MATERIA                     PIC X(06) VALUE SPACES.
       77 WS-AVALIACAO                   PIC 9(01) VALUE ZEROS.
        88 AVALIACAO-VALIDA              VALUE 1 THRU 4.
       77 WS-RESP-SEQ                    PIC 9(01) VALUE ZEROS.
       77 WS-MOTIVO                      PIC X(60) VALUE SPACES.
       77 WS-NUMERO                      PIC 9(06) VALUE ZEROS.
       77 WS-DECISAO                     PIC X(01) VALUE SPACE.
       77 WS-JUSTIFICATIVA               PIC X(60) VALUE SPACES.
       77 WS-NOTA-TEXTO                  PIC X(05) VALUE SPACES.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.
       77 WS-RECUSA                      PIC X(60) VALUE SPACES.

      * dados apurados no BOLETIM e no CADREVIS para o pedido
       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-RESP-NOME                   PIC X(30) VALUE SPACES.
       77 WS-QTD-RESP                    PIC 9(01) VALUE ZEROS.
       77 WS-PROX-NUMERO                 PIC 9(06) VALUE ZEROS.
       77 WS-ABERTO-IGUAL                PIC 9(06) VALUE ZEROS.
       77 WS-NOTA-ATUAL                  PIC 9(02)V9 VALUE ZEROS.
       77 WS-NOTA-NOVA                   PIC 9(02)V9 VALUE ZEROS.
       77 WS-NOTA-GRAVADA                PIC X VALUE 'N'.
       77 WS-FILTRO-ALUNO                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-SITUACAO-TEXTO              PIC X(10) VALUE SPACES.
       77 WS-ATRASO-TEXTO                PIC X(08) VALUE SPACES.

      * regra de media, status e conceito do DESAFIOM2 (P005 e P006)
       77 WS-PESO-N1                     PIC 9 VALUE 1.
       77 WS-PESO-N2                     PIC 9 VALUE 1.
       77 WS-PESO-N3                     PIC 9 VALUE 1.
       77 WS-PESO-N4                     PIC 9 VALUE 2.
       77 WS-SOMA-PESOS                  PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-PONDERADA              PIC 9(04)V99 VALUE ZEROS.
       77 WS-MEDIA                       PIC 9(02)V99 VALUE ZEROS.
       77 WS-MEDIA-APROVACAO             PIC 9(02)V99 VALUE 7.
       77 WS-MEDIA-RECUPERACAO           PIC 9(02)V99 VALUE 4.
       77 WS-FREQ-MINIMA                 PIC 9(03) VALUE 75.
       77 WS-CORTE-A                     PIC 9(02)V99 VALUE 9.
       77 WS-CORTE-B                     PIC 9(02)V99 VALUE 7.
       77 WS-CORTE-C                     PIC 9(02)V99 VALUE 5.
       77 WS-CORTE-D                     PIC 9(02)V99 VALUE 4.

       01 WS-NOTA-ANTES.
           03 WS-ANT-N1                  PIC 9(02)V9.
           03 WS-ANT-N2                  PIC 9(02)V9.
           03 WS-ANT-N3                  PIC 9(02)V9.
           03 WS-ANT-N4                  PIC 9(02)V9.
           03 WS-ANT-MEDIA               PIC 9(02)V99.
           03 WS-ANT-STATUS              PIC X(11).

      * prazo em dias letivos: feriados e recessos escolares lidos
      * uma vez do FERIESC, no mesmo formato do CDAULPRV
       77 WS-PRAZO-DIAS                  PIC 9(02) VALUE 10.
       77 WS-PARM-TEXTO                  PIC X(10) VALUE SPACES.
       01 WS-TAB-FERIADOS.
           03 WS-QTD-FERIADOS            PIC 9(03) VALUE ZEROS.
           03 WS-FERIADO OCCURS 100 TIMES.
               05 WS-FER-INICIO          PIC 9(08).
               05 WS-FER-FIM             PIC 9(08).
       77 WS-IX-FER                      PIC 9(03) VALUE ZEROS.
       01 WS-LINHA-FERIADO.
           03 WS-LF-INICIO               PIC X(08).
           03 WS-LF-FIM                  PIC X(08).
           03 WS-LF-DESCRICAO            PIC X(60).
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-PRAZO                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-DIA                      PIC 9(08) VALUE ZEROS.
       77 WS-INT-DIA                     PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-CONTADOS               PIC 9(02) VALUE ZEROS.
       77 WS-E-FERIADO                   PIC X(01) VALUE 'N'.

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem o CADAUTNT em disco a conferencia do professor fica
      * desligada, como no DESAFIOM2; sem BOLETIM nao ha o que
      * protocolar nem deferir, mas consulta e lista continuam
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           IF WS-OPCAO NOT = 'F'
               PERFORM 1100-ABRE-ARQUIVOS
           END-IF.
           IF WS-OPCAO NOT = 'F'
               MOVE 'REVISAO_PRAZO_DIAS' TO PR-NOME
               PERFORM 9800-LE-PARAMETRO
               MOVE PR-VALOR TO WS-PARM-TEXTO
               IF WS-PARM-TEXTO NOT = SPACES AND
                  FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
                   MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                     TO WS-PRAZO-DIAS
               END-IF
               PERFORM 1200-CARREGA-FERIADOS
           END-IF.

      * so entra quem tem o direito ao programa na tabela CADDIREI;
      * rodando avulso, sem logon, o acesso continua pleno
       1010-CONFERE-DIREITO.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-DIR-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-DIR-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           MOVE ZEROS TO WS-DIR-OPERADOR.
           IF WS-DIR-OPER-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-DIR-OPER-TEXTO)
                 TO WS-DIR-OPERADOR
           END-IF.
           CALL 'CDDIREIT' USING WS-DIR-OPERADOR WS-DIR-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'PROGRAMA ' FUNCTION TRIM (WS-DIR-PROGRAMA)
                   ' NAO LIBERADO PARA O OPERADOR'
               MOVE 'F' TO WS-OPCAO
           END-IF.
           IF WS-DIR-PERFIL = SPACE
               MOVE 'A' TO WS-DIR-PERFIL
           END-IF.

       1100-ABRE-ARQUIVOS.
           OPEN I-O CADREVIS.
           IF WS-FS-CADREVIS = 35
               OPEN OUTPUT CADREVIS
               CLOSE CADREVIS
               OPEN I-O CADREVIS
           END-IF.
           IF WS-FS-CADREVIS NOT = 0
               DISPLAY 'CADREVIS NAO ABRIU - STATUS ' WS-FS-CADREVIS
               MOVE 'F' TO WS-OPCAO
           ELSE
               MOVE 'S' TO WS-ABERTO-REVIS
               OPEN I-O ARQ-NOTAS
               IF WS-FS-NOTAS = 0
                   MOVE 'S' TO WS-ABERTO-NOTAS
                   OPEN EXTEND NOTAAUD
                   IF WS-FS-NOTAAUD = 35
                       OPEN OUTPUT NOTAAUD
                       CLOSE NOTAAUD
                       OPEN EXTEND NOTAAUD
                   END-IF
               ELSE
                   DISPLAY 'AVISO: BOLETIM NAO ABRIU - STATUS '
                       WS-FS-NOTAS ' - SO CONSULTA E LISTA'
               END-IF
               OPEN INPUT CADAUTNT
               IF WS-FS-CADAUTNT = 0
                   MOVE 'S' TO WS-ABERTO-AUT
               END-IF
               OPEN INPUT CADRESP
               IF WS-FS-CADRESP = 0
                   MOVE 'S' TO WS-ABERTO-RESP
               END-IF
           END-IF.

       1200-CARREGA-FERIADOS.
           MOVE ZEROS TO WS-QTD-FERIADOS.
           OPEN INPUT FERIESC.
           IF WS-FS-FERIESC = 0
               MOVE 'N' TO WS-EOF-FERIESC
               PERFORM 1210-LE-FERIADO UNTIL FIM-FERIESC
               CLOSE FERIESC
           END-IF.

       1210-LE-FERIADO.
           READ FERIESC
               AT END
                   MOVE 'S' TO WS-EOF-FERIESC
               NOT AT END
                   MOVE SPACES TO WS-LINHA-FERIADO
                   UNSTRING REG-FERIADO DELIMITED BY ';'
                       INTO WS-LF-INICIO WS-LF-FIM WS-LF-DESCRICAO
                   END-UNSTRING
                   IF WS-LF-INICIO IS NUMERIC AND
                      WS-QTD-FERIADOS < 100
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE WS-LF-INICIO
                         TO WS-FER-INICIO (WS-QTD-FERIADOS)
                       IF WS-LF-FIM IS NUMERIC
                           MOVE WS-LF-FIM
                             TO WS-FER-FIM (WS-QTD-FERIADOS)
                       ELSE
                           MOVE WS-LF-INICIO
                             TO WS-FER-FIM (WS-QTD-FERIADOS)
                       END-IF
                   END-IF
           END-READ.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   REVISAO DE NOTAS (CADREVIS)'.
           DISPLAY '============================================='.
           DISPLAY '<P> PROTOCOLAR PEDIDO DE REVISAO'.
           DISPLAY '<R> RESPONDER PEDIDO (DEFERIR/INDEFERIR)'.
           DISPLAY '<C> CONSULTAR PEDIDO'.
           DISPLAY '<L> LISTAR PEDIDOS'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'P'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-PROTOCOLAR
                   END-IF
               WHEN 'R'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-RESPONDER
                   END-IF
               WHEN 'C'
                   PERFORM 2500-CONSULTAR
               WHEN 'L'
                   PERFORM 2600-LISTAR
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * opcao que grava so roda com o online aberto; na recusa a
      * faixa e a caixa do FORMERRO saem pelo CDONLINE
       2050-CONFERE-ONLINE.
           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

      *================= PROTOCOLO DO PEDIDO ==========================
       2100-PROTOCOLAR.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           DISPLAY 'CODIGO DA MATERIA: '.
           MOVE SPACES TO WS-MATERIA.
           ACCEPT WS-MATERIA.
           DISPLAY 'AVALIACAO CONTESTADA (1 A 4): '.
           MOVE ZEROS TO WS-AVALIACAO.
           ACCEPT WS-AVALIACAO.
           PERFORM 2110-CRITICA-PEDIDO.
           IF WS-RECUSA = SPACES
               PERFORM 2130-ESCOLHE-RESPONSAVEL
           END-IF.
           IF WS-RECUSA = SPACES
               DISPLAY 'MOTIVO DO PEDIDO: '
               MOVE SPACES TO WS-MOTIVO
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   MOVE 'O MOTIVO DO PEDIDO E OBRIGATORIO' TO WS-RECUSA
               END-IF
           END-IF.
           IF WS-RECUSA NOT = SPACES
               DISPLAY 'PEDIDO RECUSADO - ' FUNCTION TRIM (WS-RECUSA)
           ELSE
               PERFORM 2150-CALCULA-PRAZO
               DISPLAY 'PRAZO DE RESPOSTA: ' WS-DT-PRAZO ' ('
                   WS-PRAZO-DIAS ' DIAS LETIVOS)'
               DISPLAY 'CONFIRMA O PROTOCOLO (S/N)? '
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM 2160-GRAVA-PEDIDO
               ELSE
                   DISPLAY 'PROTOCOLO CANCELADO'
               END-IF
           END-IF.

      * a primeira recusa encontrada e a que sai na tela; a avaliacao
      * contestada precisa estar lancada no BOLETIM
       2110-CRITICA-PEDIDO.
           MOVE SPACES TO WS-RECUSA.
           IF WS-TERMO = SPACES OR WS-CD-ALUNO = ZEROS OR
              WS-MATERIA = SPACES OR NOT AVALIACAO-VALIDA
               MOVE 'TERMO, ALUNO, MATERIA E AVALIACAO (1-4) SAO '
                 TO WS-RECUSA
               MOVE 'OBRIGATORIOS' TO WS-RECUSA (46:)
           END-IF.
           IF WS-RECUSA = SPACES AND WS-ABERTO-NOTAS NOT = 'S'
               MOVE 'BOLETIM INDISPONIVEL' TO WS-RECUSA
           END-IF.
           IF WS-RECUSA = SPACES
               MOVE WS-TERMO    TO BN-TERMO
               MOVE WS-CD-ALUNO TO BN-CD-ALUNO
               MOVE WS-MATERIA  TO BN-MATERIA
               READ ARQ-NOTAS
                   INVALID KEY
                       MOVE 'LANCAMENTO NAO ENCONTRADO NO BOLETIM'
                         TO WS-RECUSA
                   NOT INVALID KEY
                       MOVE BN-TURMA TO WS-TURMA
                       PERFORM 2120-AVALIACAO-LANCADA
               END-READ
           END-IF.
           IF WS-RECUSA = SPACES
               PERFORM 2140-VARRE-PEDIDOS
               IF WS-ABERTO-IGUAL NOT = ZEROS
                   MOVE SPACES TO WS-RECUSA
                   STRING 'JA EXISTE PEDIDO EM ABERTO N. '
                       WS-ABERTO-IGUAL ' PARA ESTA AVALIACAO'
                       DELIMITED BY SIZE INTO WS-RECUSA
               END-IF
           END-IF.

       2120-AVALIACAO-LANCADA.
           EVALUATE WS-AVALIACAO
               WHEN 1
                   MOVE BN-N1 TO WS-NOTA-ATUAL
                   IF BN-N1-PREENCH NOT = 'S'
                       MOVE 'AVALIACAO AINDA NAO LANCADA' TO WS-RECUSA
                   END-IF
               WHEN 2
                   MOVE BN-N2 TO WS-NOTA-ATUAL
                   IF BN-N2-PREENCH NOT = 'S'
                       MOVE 'AVALIACAO AINDA NAO LANCADA' TO WS-RECUSA
                   END-IF
               WHEN 3
                   MOVE BN-N3 TO WS-NOTA-ATUAL
                   IF BN-N3-PREENCH NOT = 'S'
                       MOVE 'AVALIACAO AINDA NAO LANCADA' TO WS-RECUSA
                   END-IF
               WHEN 4
                   MOVE BN-N4 TO WS-NOTA-ATUAL
                   IF BN-N4-PREENCH NOT = 'S'
                       MOVE 'AVALIACAO AINDA NAO LANCADA' TO WS-RECUSA
                   END-IF
           END-EVALUATE.

      * os responsaveis do aluno sao mostrados para a escolha de quem
      * assina o pedido; e para ele que vai a carta de resposta
       2130-ESCOLHE-RESPONSAVEL.
           MOVE ZEROS TO WS-QTD-RESP.
           IF WS-ABERTO-RESP = 'S'
               MOVE 'N' TO WS-EOF-RESP
               MOVE WS-CD-ALUNO TO RS-CD-ALUNO
               MOVE ZEROS TO RS-SEQ
               START CADRESP KEY IS GREATER THAN OR EQUAL TO RS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-RESP
               END-START
               PERFORM 2135-MOSTRA-RESPONSAVEL UNTIL FIM-CADRESP
           END-IF.
           IF WS-QTD-RESP = ZEROS
               MOVE 'ALUNO SEM RESPONSAVEL NO CADRESP - USE O CDRESP'
                 TO WS-RECUSA
           ELSE
               DISPLAY 'SEQUENCIA DO RESPONSAVEL QUE PEDE: '
               MOVE ZEROS TO WS-RESP-SEQ
               ACCEPT WS-RESP-SEQ
               MOVE WS-CD-ALUNO TO RS-CD-ALUNO
               MOVE WS-RESP-SEQ TO RS-SEQ
               READ CADRESP
                   INVALID KEY
                       MOVE 'RESPONSAVEL NAO CADASTRADO PARA O ALUNO'
                         TO WS-RECUSA
                   NOT INVALID KEY
                       MOVE RS-NOME TO WS-RESP-NOME
               END-READ
           END-IF.

       2135-MOSTRA-RESPONSAVEL.
           READ CADRESP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
               NOT AT END
                   IF RS-CD-ALUNO NOT = WS-CD-ALUNO
                       MOVE 'S' TO WS-EOF-RESP
                   ELSE
                       ADD 1 TO WS-QTD-RESP
                       DISPLAY '  ' RS-SEQ ' - ' RS-NOME ' ('
                           FUNCTION TRIM (RS-PARENTESCO) ')'
                   END-IF
           END-READ.

      * uma passada no CADREVIS da o proximo numero de protocolo e
      * acha pedido em aberto para a mesma avaliacao
       2140-VARRE-PEDIDOS.
           MOVE ZEROS TO WS-PROX-NUMERO.
           MOVE ZEROS TO WS-ABERTO-IGUAL.
           MOVE 'N' TO WS-EOF-REVIS.
           MOVE ZEROS TO RV-NUMERO.
           START CADREVIS KEY IS GREATER THAN OR EQUAL TO RV-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-REVIS
           END-START.
           PERFORM 2145-LE-PEDIDO UNTIL FIM-CADREVIS.
           ADD 1 TO WS-PROX-NUMERO.

       2145-LE-PEDIDO.
           READ CADREVIS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REVIS
               NOT AT END
                   MOVE RV-NUMERO TO WS-PROX-NUMERO
                   IF REVISAO-ABERTA AND
                      RV-TERMO = WS-TERMO AND
                      RV-CD-ALUNO = WS-CD-ALUNO AND
                      RV-MATERIA = WS-MATERIA AND
                      RV-AVALIACAO = WS-AVALIACAO
                       MOVE RV-NUMERO TO WS-ABERTO-IGUAL
                   END-IF
           END-READ.

      * conta dias letivos a partir do dia seguinte ao pedido; o dia
      * 1 do calendario inteiro (01/01/1601) foi uma segunda-feira,
      * dia 2 na convencao do CDAULPRV (1 domingo a 7 sabado)
       2150-CALCULA-PRAZO.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL).
           MOVE ZEROS TO WS-DIAS-CONTADOS.
           PERFORM 2155-PROXIMO-DIA
               UNTIL WS-DIAS-CONTADOS >= WS-PRAZO-DIAS.
           COMPUTE WS-DT-PRAZO = FUNCTION DATE-OF-INTEGER (WS-INT-DIA).

       2155-PROXIMO-DIA.
           ADD 1 TO WS-INT-DIA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-INT-DIA, 7) + 1.
           IF WS-DIA-SEMANA NOT = 1 AND WS-DIA-SEMANA NOT = 7
               COMPUTE WS-DT-DIA = FUNCTION DATE-OF-INTEGER (WS-INT-DIA)
               MOVE 'N' TO WS-E-FERIADO
               PERFORM 2158-CONFERE-FERIADO
                   VARYING WS-IX-FER FROM 1 BY 1
                   UNTIL WS-IX-FER > WS-QTD-FERIADOS
                      OR WS-E-FERIADO = 'S'
               IF WS-E-FERIADO NOT = 'S'
                   ADD 1 TO WS-DIAS-CONTADOS
               END-IF
           END-IF.

       2158-CONFERE-FERIADO.
           IF WS-DT-DIA >= WS-FER-INICIO (WS-IX-FER) AND
              WS-DT-DIA <= WS-FER-FIM (WS-IX-FER)
               MOVE 'S' TO WS-E-FERIADO
           END-IF.

       2160-GRAVA-PEDIDO.
           INITIALIZE REG-REVISAO.
           MOVE WS-PROX-NUMERO  TO RV-NUMERO.
           MOVE WS-TERMO        TO RV-TERMO.
           MOVE WS-CD-ALUNO     TO RV-CD-ALUNO.
           MOVE WS-MATERIA      TO RV-MATERIA.
           MOVE WS-TURMA        TO RV-TURMA.
           MOVE WS-AVALIACAO    TO RV-AVALIACAO.
           MOVE WS-RESP-SEQ     TO RV-RESP-SEQ.
           MOVE WS-RESP-NOME    TO RV-RESP-NOME.
           MOVE WS-MOTIVO       TO RV-MOTIVO.
           MOVE WS-DT-ATUAL     TO RV-DT-PEDIDO.
           MOVE WS-DT-PRAZO     TO RV-DT-PRAZO.
           MOVE WS-DIR-OPERADOR TO RV-OPER-PEDIDO.
           MOVE 'A'             TO RV-SITUACAO.
           MOVE WS-NOTA-ATUAL   TO RV-NOTA-ANTERIOR.
           MOVE 'N'             TO RV-CARTA.
           WRITE REG-REVISAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO - STATUS '
                       WS-FS-CADREVIS
               NOT INVALID KEY
                   DISPLAY 'PEDIDO PROTOCOLADO N. ' RV-NUMERO
                       ' - PRAZO ' RV-DT-PRAZO
           END-WRITE.

      *================= RESPOSTA DO PROFESSOR ========================
       2200-RESPONDER.
           PERFORM 2900-PEDE-NUMERO.
           IF WS-RECUSA = SPACES AND NOT REVISAO-ABERTA
               MOVE 'PEDIDO JA RESPONDIDO' TO WS-RECUSA
           END-IF.
           IF WS-RECUSA = SPACES
               PERFORM 2210-CONFERE-AUTORIZACAO
           END-IF.
           IF WS-RECUSA NOT = SPACES
               DISPLAY 'RESPOSTA RECUSADA - ' FUNCTION TRIM (WS-RECUSA)
           ELSE
               PERFORM 2800-EXIBE-PEDIDO
               DISPLAY '<D> DEFERIR  <I> INDEFERIR  (OUTRA TECLA VOLTA)'
               MOVE SPACE TO WS-DECISAO
               ACCEPT WS-DECISAO
               EVALUATE WS-DECISAO
                   WHEN 'D'
                       PERFORM 2300-DEFERIR
                   WHEN 'I'
                       PERFORM 2400-INDEFERIR
                   WHEN OTHER
                       DISPLAY 'PEDIDO MANTIDO EM ABERTO'
               END-EVALUATE
           END-IF.

      * administrador responde qualquer pedido; o professor so os da
      * materia e turma autorizadas a ele no CADAUTNT
       2210-CONFERE-AUTORIZACAO.
           IF WS-ABERTO-AUT = 'S' AND NOT OPER-ADMIN
               MOVE WS-DIR-OPERADOR TO AT-OPERADOR
               MOVE RV-MATERIA      TO AT-MATERIA
               MOVE RV-TURMA        TO AT-TURMA
               READ CADAUTNT
                   INVALID KEY
                       MOVE 'OPERADOR SEM AUTORIZACAO NO CADAUTNT '
                         TO WS-RECUSA
                       MOVE 'PARA A MATERIA/TURMA' TO WS-RECUSA (39:)
               END-READ
           END-IF.
           IF WS-RECUSA = SPACES AND WS-ABERTO-NOTAS NOT = 'S'
               MOVE 'BOLETIM INDISPONIVEL' TO WS-RECUSA
           END-IF.

       2300-DEFERIR.
           DISPLAY 'NOTA REVISADA (0-10): '.
           MOVE SPACES TO WS-NOTA-TEXTO.
           ACCEPT WS-NOTA-TEXTO.
           IF WS-NOTA-TEXTO = SPACES OR
              FUNCTION TEST-NUMVAL (WS-NOTA-TEXTO) NOT = 0
               MOVE 'NOTA INVALIDA' TO WS-RECUSA
           ELSE
               COMPUTE WS-NOTA-NOVA = FUNCTION NUMVAL (WS-NOTA-TEXTO)
               IF WS-NOTA-NOVA > 10
                   MOVE 'NOTA INVALIDA' TO WS-RECUSA
               END-IF
           END-IF.
           IF WS-RECUSA NOT = SPACES
               DISPLAY 'DEFERIMENTO RECUSADO - '
                   FUNCTION TRIM (WS-RECUSA)
           ELSE
               DISPLAY 'JUSTIFICATIVA (OPCIONAL): '
               MOVE SPACES TO WS-JUSTIFICATIVA
               ACCEPT WS-JUSTIFICATIVA
               DISPLAY 'CONFIRMA A NOTA ' WS-NOTA-NOVA
                   ' NA AVALIACAO ' RV-AVALIACAO ' (S/N)? '
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM 2310-REGRAVA-NOTA
                   IF WS-NOTA-GRAVADA = 'S'
                       MOVE 'D' TO RV-SITUACAO
                       PERFORM 2450-GRAVA-RESPOSTA
                   END-IF
               ELSE
                   DISPLAY 'DEFERIMENTO CANCELADO'
               END-IF
           END-IF.

      * como no CDCONSDEC, a nota revisada entra mesmo com o termo
      * encerrado: o pedido chega depois do fechamento das notas
       2310-REGRAVA-NOTA.
           MOVE 'N' TO WS-NOTA-GRAVADA.
           MOVE RV-TERMO    TO BN-TERMO.
           MOVE RV-CD-ALUNO TO BN-CD-ALUNO.
           MOVE RV-MATERIA  TO BN-MATERIA.
           READ ARQ-NOTAS WITH LOCK
               INVALID KEY
                   DISPLAY 'LANCAMENTO NAO ENCONTRADO NO BOLETIM'
               NOT INVALID KEY
                   IF FS-NOTAS-REG-TRAVADO
                       DISPLAY 'REGISTRO EM USO POR OUTRO OPERADOR'
                   ELSE
                       PERFORM 2320-APLICA-NOTA
                   END-IF
           END-READ.
           UNLOCK ARQ-NOTAS.

       2320-APLICA-NOTA.
           MOVE BN-N1     TO WS-ANT-N1.
           MOVE BN-N2     TO WS-ANT-N2.
           MOVE BN-N3     TO WS-ANT-N3.
           MOVE BN-N4     TO WS-ANT-N4.
           MOVE BN-MEDIA  TO WS-ANT-MEDIA.
           MOVE BN-STATUS TO WS-ANT-STATUS.
           EVALUATE RV-AVALIACAO
               WHEN 1
                   MOVE BN-N1 TO RV-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO BN-N1
               WHEN 2
                   MOVE BN-N2 TO RV-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO BN-N2
               WHEN 3
                   MOVE BN-N3 TO RV-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO BN-N3
               WHEN 4
                   MOVE BN-N4 TO RV-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO BN-N4
           END-EVALUATE.
           IF NOTAS-COMPLETAS
               PERFORM 2330-RECALCULA
           END-IF.
           REWRITE REG-NOTA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR - STATUS ' WS-FS-NOTAS
               NOT INVALID KEY
                   MOVE 'S' TO WS-NOTA-GRAVADA
                   PERFORM 2340-AUDITA-REVISAO
           END-REWRITE.

      * mesma regra do DESAFIOM2: pesos 1-1-1-2, aprovacao 7,
      * recuperacao 4, frequencia minima 75% e cortes do conceito;
      * a frequencia e a ja gravada no registro
       2330-RECALCULA.
           COMPUTE WS-SOMA-PESOS =
               WS-PESO-N1 + WS-PESO-N2 + WS-PESO-N3 + WS-PESO-N4.
           COMPUTE WS-SOMA-PONDERADA =
               (BN-N1 * WS-PESO-N1) + (BN-N2 * WS-PESO-N2)
             + (BN-N3 * WS-PESO-N3) + (BN-N4 * WS-PESO-N4).
           COMPUTE WS-MEDIA ROUNDED =
               WS-SOMA-PONDERADA / WS-SOMA-PESOS.
           MOVE WS-MEDIA TO BN-MEDIA.
           EVALUATE TRUE
               WHEN WS-MEDIA >= WS-MEDIA-APROVACAO
                   MOVE 'Aprovado' TO BN-STATUS
               WHEN WS-MEDIA >= WS-MEDIA-RECUPERACAO
                   MOVE 'Recuperacao' TO BN-STATUS
               WHEN OTHER
                   MOVE 'Reprovado' TO BN-STATUS
           END-EVALUATE.
           IF BN-FREQ-PCT < WS-FREQ-MINIMA
               MOVE 'Rep.p/Falta' TO BN-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN WS-MEDIA >= WS-CORTE-A
                   MOVE 'A' TO BN-LETRA
               WHEN WS-MEDIA >= WS-CORTE-B
                   MOVE 'B' TO BN-LETRA
               WHEN WS-MEDIA >= WS-CORTE-C
                   MOVE 'C' TO BN-LETRA
               WHEN WS-MEDIA >= WS-CORTE-D
                   MOVE 'D' TO BN-LETRA
               WHEN OTHER
                   MOVE 'F' TO BN-LETRA
           END-EVALUATE.

      * o mesmo rastro de nota do DESAFIOM2, com a origem 'R' de
      * revisao
       2340-AUDITA-REVISAO.
           ACCEPT NA-DATA FROM DATE YYYYMMDD.
           ACCEPT NA-HORA FROM TIME.
           MOVE WS-DIR-OPERADOR TO NA-OPERADOR.
           MOVE 'R'             TO NA-ORIGEM.
           MOVE BN-TERMO        TO NA-TERMO.
           MOVE BN-CD-ALUNO     TO NA-CD-ALUNO.
           MOVE BN-MATERIA      TO NA-MATERIA.
           MOVE WS-ANT-N1       TO NA-ANT-N1.
           MOVE WS-ANT-N2       TO NA-ANT-N2.
           MOVE WS-ANT-N3       TO NA-ANT-N3.
           MOVE WS-ANT-N4       TO NA-ANT-N4.
           MOVE WS-ANT-MEDIA    TO NA-ANT-MEDIA.
           MOVE WS-ANT-STATUS   TO NA-ANT-STATUS.
           MOVE BN-N1           TO NA-NOV-N1.
           MOVE BN-N2           TO NA-NOV-N2.
           MOVE BN-N3           TO NA-NOV-N3.
           MOVE BN-N4           TO NA-NOV-N4.
           MOVE BN-MEDIA        TO NA-NOV-MEDIA.
           MOVE BN-STATUS       TO NA-NOV-STATUS.
           WRITE REG-NOTA-AUD.

       2400-INDEFERIR.
           DISPLAY 'JUSTIFICATIVA DO INDEFERIMENTO: '.
           MOVE SPACES TO WS-JUSTIFICATIVA.
           ACCEPT WS-JUSTIFICATIVA.
           IF WS-JUSTIFICATIVA = SPACES
               DISPLAY 'INDEFERIMENTO EXIGE JUSTIFICATIVA - NADA '
                   'GRAVADO'
           ELSE
               DISPLAY 'CONFIRMA O INDEFERIMENTO (S/N)? '
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   MOVE 'I' TO RV-SITUACAO
                   MOVE RV-NOTA-ANTERIOR TO WS-NOTA-NOVA
                   PERFORM 2450-GRAVA-RESPOSTA
               ELSE
                   DISPLAY 'INDEFERIMENTO CANCELADO'
               END-IF
           END-IF.

      * a carta de resposta sai na proxima rodada do CDREVCAR
       2450-GRAVA-RESPOSTA.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-NOTA-NOVA     TO RV-NOTA-NOVA.
           MOVE WS-JUSTIFICATIVA TO RV-JUSTIFICATIVA.
           MOVE WS-DIR-OPERADOR  TO RV-PROFESSOR.
           MOVE WS-DT-ATUAL      TO RV-DT-RESPOSTA.
           MOVE 'N'              TO RV-CARTA.
           REWRITE REG-REVISAO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PEDIDO - STATUS '
                       WS-FS-CADREVIS
               NOT INVALID KEY
                   IF REVISAO-DEFERIDA
                       DISPLAY 'PEDIDO ' RV-NUMERO ' DEFERIDO - NOTA '
                           'REGRAVADA NO BOLETIM'
                   ELSE
                       DISPLAY 'PEDIDO ' RV-NUMERO ' INDEFERIDO'
                   END-IF
           END-REWRITE.

      *================= CONSULTA E LISTA =============================
       2500-CONSULTAR.
           PERFORM 2900-PEDE-NUMERO.
           IF WS-RECUSA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-RECUSA)
           ELSE
               PERFORM 2800-EXIBE-PEDIDO
           END-IF.

      * aluno zero lista todos os pedidos em aberto, com o atraso;
      * com aluno, todos os pedidos dele em qualquer situacao
       2600-LISTAR.
           DISPLAY 'CODIGO DO ALUNO (ZERO = PEDIDOS EM ABERTO): '.
           MOVE ZEROS TO WS-FILTRO-ALUNO.
           ACCEPT WS-FILTRO-ALUNO.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-TOT-LISTADOS.
           DISPLAY 'NUMERO TERMO  TURMA MATERIA AV ALUNO PEDIDO   '
               'PRAZO    SITUACAO'.
           MOVE 'N' TO WS-EOF-REVIS.
           MOVE ZEROS TO RV-NUMERO.
           START CADREVIS KEY IS GREATER THAN OR EQUAL TO RV-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-REVIS
           END-START.
           PERFORM 2610-LISTA-PEDIDO UNTIL FIM-CADREVIS.
           DISPLAY 'PEDIDOS LISTADOS: ' WS-TOT-LISTADOS.

       2610-LISTA-PEDIDO.
           READ CADREVIS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REVIS
               NOT AT END
                   IF (WS-FILTRO-ALUNO = ZEROS AND REVISAO-ABERTA) OR
                      (WS-FILTRO-ALUNO NOT = ZEROS AND
                       RV-CD-ALUNO = WS-FILTRO-ALUNO)
                       PERFORM 2850-TEXTO-SITUACAO
                       ADD 1 TO WS-TOT-LISTADOS
                       DISPLAY RV-NUMERO ' ' RV-TERMO ' ' RV-TURMA
                           '   ' RV-MATERIA '  ' RV-AVALIACAO '  '
                           RV-CD-ALUNO ' ' RV-DT-PEDIDO ' '
                           RV-DT-PRAZO ' ' WS-SITUACAO-TEXTO
                           WS-ATRASO-TEXTO
                   END-IF
           END-READ.

       2800-EXIBE-PEDIDO.
           PERFORM 2850-TEXTO-SITUACAO.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PEDIDO N. ' RV-NUMERO ' - ' WS-SITUACAO-TEXTO
               WS-ATRASO-TEXTO.
           DISPLAY 'TERMO ' RV-TERMO ' TURMA ' RV-TURMA ' MATERIA '
               RV-MATERIA ' AVALIACAO N' RV-AVALIACAO.
           DISPLAY 'ALUNO ' RV-CD-ALUNO ' - RESPONSAVEL ' RV-RESP-SEQ
               ' ' FUNCTION TRIM (RV-RESP-NOME).
           DISPLAY 'MOTIVO: ' FUNCTION TRIM (RV-MOTIVO).
           DISPLAY 'PEDIDO EM ' RV-DT-PEDIDO ' - PRAZO ' RV-DT-PRAZO.
           DISPLAY 'NOTA NO PEDIDO: ' RV-NOTA-ANTERIOR.
           IF NOT REVISAO-ABERTA
               DISPLAY 'RESPONDIDO EM ' RV-DT-RESPOSTA ' POR '
                   RV-PROFESSOR ' - NOTA ' RV-NOTA-NOVA
               DISPLAY 'JUSTIFICATIVA: ' FUNCTION TRIM
                   (RV-JUSTIFICATIVA)
               IF CARTA-EMITIDA
                   DISPLAY 'CARTA DE RESPOSTA EMITIDA EM ' RV-DT-CARTA
               ELSE
                   DISPLAY 'CARTA DE RESPOSTA AINDA NAO EMITIDA'
               END-IF
           END-IF.
           DISPLAY '---------------------------------------------'.

       2850-TEXTO-SITUACAO.
           MOVE SPACES TO WS-ATRASO-TEXTO.
           EVALUATE TRUE
               WHEN REVISAO-ABERTA
                   MOVE 'ABERTO' TO WS-SITUACAO-TEXTO
                   ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD
                   IF RV-DT-PRAZO < WS-DT-ATUAL
                       MOVE ' VENCIDO' TO WS-ATRASO-TEXTO
                   END-IF
               WHEN REVISAO-DEFERIDA
                   MOVE 'DEFERIDO' TO WS-SITUACAO-TEXTO
               WHEN REVISAO-INDEFERIDA
                   MOVE 'INDEFERIDO' TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE RV-SITUACAO TO WS-SITUACAO-TEXTO
           END-EVALUATE.

       2900-PEDE-NUMERO.
           MOVE SPACES TO WS-RECUSA.
           DISPLAY 'NUMERO DO PEDIDO: '.
           MOVE ZEROS TO WS-NUMERO.
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO RV-NUMERO.
           READ CADREVIS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO NO CADREVIS' TO WS-RECUSA
           END-READ.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDREVNOT' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-ABERTO-REVIS = 'S'
               CLOSE CADREVIS
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
               CLOSE NOTAAUD
           END-IF.
           IF WS-ABERTO-AUT = 'S'
               CLOSE CADAUTNT
           END-IF.
           IF WS-ABERTO-RESP = 'S'
               CLOSE CADRESP
           END-IF.

       END PROGRAM CDREVNOT.
