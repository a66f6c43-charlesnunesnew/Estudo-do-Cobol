      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:NOTAS DE ALUNO TRANSFERIDO - o aluno que chega no meio
      *         do ano traz o historico da escola anterior em papel e
      *         as avaliacoes de la nunca entravam no BOLETIM: o
      *         CDHISTESC e as medias mostravam o ano incompleto.
      *         Este programa registra a escola de origem, o numero
      *         do documento e as notas por materia e avaliacao:
      *           T - pela tela, aluno a aluno;
      *           A - pela carga do arquivo texto TRANSFIN, uma linha
      *               por materia no formato
      *               ALUNO;TERMO;ESCOLA;DOCUMENTO;MATERIA;N1;N2;N3;N4
      *               (nota em branco = avaliacao nao trazida);
      *           C - consulta o que veio transferido para um aluno.
      *         A materia da escola de origem e levada ao codigo do
      *         CADMAT pela tabela de correspondencia MAPMATER (texto
      *         NOME NA ESCOLA DE ORIGEM;CODIGO), pelo proprio codigo
      *         ou pela descricao identica no CADMAT; o que nao
      *         casar e listado e fica de fora. A nota entra no
      *         BOLETIM como as outras (avaliacao ja lancada pela
      *         escola e mantida), refaz media, status e conceito
      *         pela regra do DESAFIOM2 quando as quatro existem e
      *         vai para o NOTAAUD com a origem 'X' (transferencia).
      *         O registro do CADTRANF (layout REGTRANF) e o que marca
      *         a nota como transferida nos relatorios e tira o aluno
      *         do quadro de honra do CDRANKREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDTRANSF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTRANF ASSIGN TO
           "CADTRANF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CHAVE
           FILE STATUS IS WS-FS-CADTRANF.

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

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

           SELECT CADINSCR ASSIGN TO
           "CADINSCR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-CADINSCR.

           SELECT MAPMATER ASSIGN TO
           "MAPMATER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MAPMATER.

           SELECT TRANSFIN ASSIGN TO
           "TRANSFIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANSFIN.

       DATA DIVISION.
       FILE SECTION.
       FD CADTRANF.
           COPY REGTRANF.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD NOTAAUD.
           COPY REGNOTAUD.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADMAT.
       01 REG-MATERIA.
           03 MT-CODIGO                  PIC X(06).
           03 MT-DESCRICAO               PIC X(30).

       FD CADTERMO.
           COPY REGTERMO.

       FD CADINSCR.
           COPY REGINSCR.

       FD MAPMATER.
       01 REG-MAPMATER                   PIC X(80).

       FD TRANSFIN.
       01 REG-TRANSFIN                   PIC X(200).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADTRANF                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
        88 FS-NOTAS-REG-TRAVADO          VALUE 51.
       77 WS-FS-NOTAAUD                  PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADMAT                   PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-CADINSCR                 PIC 99.
       77 WS-FS-MAPMATER                 PIC 99.
       77 WS-FS-TRANSFIN                 PIC 99.
      * situacao da abertura dos arquivos: o status muda a cada
      * leitura e nao serve para saber se o arquivo esta aberto
       77 WS-ABERTO-TRANF                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-MAT                  PIC X VALUE 'N'.
       77 WS-ABERTO-TERMO                PIC X VALUE 'N'.
       77 WS-ABERTO-INSCR                PIC X VALUE 'N'.
       77 WS-EOF-TRANF                   PIC X VALUE 'N'.
        88 FIM-CADTRANF                  VALUE 'S'.
       77 WS-EOF-CADMAT                  PIC X VALUE 'N'.
        88 FIM-CADMAT                    VALUE 'S'.
       77 WS-EOF-MAPMATER                PIC X VALUE 'N'.
        88 FIM-MAPMATER                  VALUE 'S'.
       77 WS-EOF-TRANSFIN                PIC X VALUE 'N'.
        88 FIM-TRANSFIN                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDTRANSF'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

      * dados da transferencia (tela ou linha do TRANSFIN)
       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-CD-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-TEXTO                 PIC X(08) VALUE SPACES.
       77 WS-ESCOLA                      PIC X(40) VALUE SPACES.
       77 WS-DOCUMENTO                   PIC X(20) VALUE SPACES.
       77 WS-MAT-ORIGEM                  PIC X(30) VALUE SPACES.
       77 WS-MAT-BUSCA                   PIC X(30) VALUE SPACES.
       77 WS-MATERIA                     PIC X(06) VALUE SPACES.
       77 WS-MATERIA-DESC                PIC X(30) VALUE SPACES.
       77 WS-NOME-ALUNO                  PIC X(14) VALUE SPACES.
       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-ORIGEM-CARGA                PIC X(01) VALUE SPACE.
       77 WS-FIM-MATERIAS                PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.
       77 WS-RECUSA                      PIC X(60) VALUE SPACES.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.

      * as quatro avaliacoes como vieram do documento
       01 WS-TAB-TRANSF.
           03 WS-TN-ITEM OCCURS 4 TIMES.
               05 WS-TN-TEXTO            PIC X(05).
               05 WS-TN-VALOR            PIC 9(02)V9.
               05 WS-TN-INFORMADA        PIC X(01).
       77 WS-IX-AV                       PIC 9(01) VALUE ZEROS.

      * as notas do REG-NOTA e do REG-TRANSFERENCIA em tabela para a
      * fusao avaliacao a avaliacao
       01 WS-TAB-BOLETIM.
           03 WS-BN-NOTA OCCURS 4 TIMES  PIC 9(02)V9.
       01 WS-TAB-TRANSF-NOTA.
           03 WS-TF-NOTA OCCURS 4 TIMES  PIC 9(02)V9.
       77 WS-BN-EXISTE                   PIC X(01) VALUE 'N'.
       77 WS-TF-EXISTE                   PIC X(01) VALUE 'N'.
       77 WS-QTD-INFORMADAS              PIC 9(01) VALUE ZEROS.
       77 WS-QTD-APLICADAS               PIC 9(01) VALUE ZEROS.
       77 WS-QTD-MANTIDAS                PIC 9(01) VALUE ZEROS.
       77 WS-NOTA-ED                     PIC Z9.9.
       77 WS-NOTAS-TEXTO                 PIC X(20) VALUE SPACES.
       77 WS-POS-NOTA                    PIC 9(02) VALUE ZEROS.

      * contagem da rodada (tela ou carga)
       77 WS-TOT-LIDAS                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-GRAVADAS                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-RECUSADAS               PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-MAPA                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.

      * tabela de correspondencia da escola de origem (MAPMATER)
       01 WS-TAB-MAPA.
           03 WS-QTD-MAPA                PIC 9(03) VALUE ZEROS.
           03 WS-MAPA OCCURS 200 TIMES.
               05 WS-MAP-ORIGEM          PIC X(30).
               05 WS-MAP-CODIGO          PIC X(06).
       77 WS-IX-MAPA                     PIC 9(03) VALUE ZEROS.
       01 WS-LINHA-MAPA.
           03 WS-LM-ORIGEM               PIC X(30).
           03 WS-LM-CODIGO               PIC X(06).

      * materias sem correspondencia, listadas no fim da rodada
       01 WS-TAB-SEM-MAPA.
           03 WS-QTD-SEM-MAPA            PIC 9(02) VALUE ZEROS.
           03 WS-SEM-MAPA OCCURS 50 TIMES.
               05 WS-SM-NOME             PIC X(30).
               05 WS-SM-QTD              PIC 9(04).
       77 WS-IX-SM                       PIC 9(02) VALUE ZEROS.
       77 WS-SM-ACHADA                   PIC X(01) VALUE 'N'.

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

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           IF WS-OPCAO NOT = 'F'
               PERFORM 1100-ABRE-ARQUIVOS
           END-IF.
           IF WS-OPCAO NOT = 'F'
               PERFORM 1200-CARREGA-MAPA
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

      * BOLETIM, CADALUNO, CADMAT e CADTERMO sao obrigatorios; sem o
      * CADINSCR em disco a conferencia da inscricao fica desligada,
      * como no DESAFIOM2
       1100-ABRE-ARQUIVOS.
           OPEN I-O CADTRANF.
           IF WS-FS-CADTRANF = 35
               OPEN OUTPUT CADTRANF
               CLOSE CADTRANF
               OPEN I-O CADTRANF
           END-IF.
           IF WS-FS-CADTRANF NOT = 0
               DISPLAY 'CADTRANF NAO ABRIU - STATUS ' WS-FS-CADTRANF
               MOVE 'F' TO WS-OPCAO
           ELSE
               MOVE 'S' TO WS-ABERTO-TRANF
           END-IF.
           IF WS-OPCAO NOT = 'F'
               OPEN I-O ARQ-NOTAS
               IF WS-FS-NOTAS = 35
                   OPEN OUTPUT ARQ-NOTAS
                   CLOSE ARQ-NOTAS
                   OPEN I-O ARQ-NOTAS
               END-IF
               IF WS-FS-NOTAS NOT = 0
                   DISPLAY 'BOLETIM NAO ABRIU - STATUS ' WS-FS-NOTAS
                   MOVE 'F' TO WS-OPCAO
               ELSE
                   MOVE 'S' TO WS-ABERTO-NOTAS
                   OPEN EXTEND NOTAAUD
                   IF WS-FS-NOTAAUD = 35
                       OPEN OUTPUT NOTAAUD
                       CLOSE NOTAAUD
                       OPEN EXTEND NOTAAUD
                   END-IF
               END-IF
           END-IF.
           IF WS-OPCAO NOT = 'F'
               OPEN INPUT CADALUNO
               IF WS-FS-CADALUNO NOT = 0
                   DISPLAY 'CADALUNO NAO ENCONTRADO - USE O CDALUNO'
                   MOVE 'F' TO WS-OPCAO
               ELSE
                   MOVE 'S' TO WS-ABERTO-ALUNO
               END-IF
           END-IF.
           IF WS-OPCAO NOT = 'F'
               OPEN INPUT CADMAT
               IF WS-FS-CADMAT NOT = 0
                   DISPLAY 'CADMAT NAO ENCONTRADO - USE O CDMATER'
                   MOVE 'F' TO WS-OPCAO
               ELSE
                   MOVE 'S' TO WS-ABERTO-MAT
               END-IF
           END-IF.
           IF WS-OPCAO NOT = 'F'
               OPEN INPUT CADTERMO
               IF WS-FS-CADTERMO NOT = 0
                   DISPLAY 'CADTERMO NAO ENCONTRADO - CADASTRE OS '
                       'TERMOS PELO CDTERMO'
                   MOVE 'F' TO WS-OPCAO
               ELSE
                   MOVE 'S' TO WS-ABERTO-TERMO
               END-IF
           END-IF.
           IF WS-OPCAO NOT = 'F'
               OPEN INPUT CADINSCR
               IF WS-FS-CADINSCR = 0
                   MOVE 'S' TO WS-ABERTO-INSCR
               END-IF
           END-IF.

      * a tabela de correspondencia e lida uma vez; o nome da escola
      * de origem e comparado sem diferenca de maiusculas
       1200-CARREGA-MAPA.
           MOVE ZEROS TO WS-QTD-MAPA.
           OPEN INPUT MAPMATER.
           IF WS-FS-MAPMATER = 0
               MOVE 'N' TO WS-EOF-MAPMATER
               PERFORM 1210-LE-MAPA UNTIL FIM-MAPMATER
               CLOSE MAPMATER
           END-IF.

       1210-LE-MAPA.
           READ MAPMATER
               AT END
                   MOVE 'S' TO WS-EOF-MAPMATER
               NOT AT END
                   MOVE SPACES TO WS-LINHA-MAPA
                   UNSTRING REG-MAPMATER DELIMITED BY ';'
                       INTO WS-LM-ORIGEM WS-LM-CODIGO
                   END-UNSTRING
                   IF WS-LM-ORIGEM NOT = SPACES AND
                      WS-LM-CODIGO NOT = SPACES AND
                      WS-QTD-MAPA < 200
                       ADD 1 TO WS-QTD-MAPA
                       MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-LM-ORIGEM))
                         TO WS-MAP-ORIGEM (WS-QTD-MAPA)
                       MOVE FUNCTION TRIM (WS-LM-CODIGO)
                         TO WS-MAP-CODIGO (WS-QTD-MAPA)
                   END-IF
           END-READ.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   NOTAS DE ALUNO TRANSFERIDO (CADTRANF)'.
           DISPLAY '============================================='.
           DISPLAY '<T> REGISTRAR NOTAS TRAZIDAS (TELA)'.
           DISPLAY '<A> CARREGAR ARQUIVO TRANSFIN'.
           DISPLAY '<C> CONSULTAR NOTAS TRANSFERIDAS DE UM ALUNO'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'T'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-REGISTRA-TELA
                   END-IF
               WHEN 'A'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-CARGA-ARQUIVO
                   END-IF
               WHEN 'C'
                   PERFORM 2500-CONSULTAR
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

       2060-ZERA-RODADA.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-TOT-LIDAS.
           MOVE ZEROS TO WS-TOT-GRAVADAS.
           MOVE ZEROS TO WS-TOT-RECUSADAS.
           MOVE ZEROS TO WS-TOT-SEM-MAPA.
           MOVE ZEROS TO WS-QTD-SEM-MAPA.

      *================= REGISTRO PELA TELA ===========================
       2100-REGISTRA-TELA.
           PERFORM 2060-ZERA-RODADA.
           MOVE 'T' TO WS-ORIGEM-CARGA.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           PERFORM 2110-CRITICA-ALUNO-TERMO.
           IF WS-RECUSA = SPACES
               DISPLAY 'ALUNO ' WS-CD-ALUNO ' - ' WS-NOME-ALUNO
                   ' TURMA ' WS-TURMA
               DISPLAY 'ESCOLA DE ORIGEM: '
               MOVE SPACES TO WS-ESCOLA
               ACCEPT WS-ESCOLA
               DISPLAY 'NUMERO DO DOCUMENTO (HISTORICO/DECLARACAO): '
               MOVE SPACES TO WS-DOCUMENTO
               ACCEPT WS-DOCUMENTO
               IF WS-ESCOLA = SPACES OR WS-DOCUMENTO = SPACES
                   MOVE 'ESCOLA DE ORIGEM E DOCUMENTO SAO OBRIGATORIOS'
                     TO WS-RECUSA
               END-IF
           END-IF.
           IF WS-RECUSA NOT = SPACES
               DISPLAY 'TRANSFERENCIA RECUSADA - '
                   FUNCTION TRIM (WS-RECUSA)
           ELSE
               MOVE 'N' TO WS-FIM-MATERIAS
               PERFORM 2130-MATERIA-TELA UNTIL WS-FIM-MATERIAS = 'S'
               PERFORM 2900-RESUMO-RODADA
           END-IF.

      * a primeira recusa encontrada e a que sai; termo encerrado
      * nao recebe nota, como no DESAFIOM2
       2110-CRITICA-ALUNO-TERMO.
           MOVE SPACES TO WS-RECUSA.
           IF WS-TERMO = SPACES OR WS-CD-ALUNO = ZEROS
               MOVE 'TERMO E ALUNO SAO OBRIGATORIOS' TO WS-RECUSA
           END-IF.
           IF WS-RECUSA = SPACES
               MOVE WS-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       MOVE 'ALUNO NAO CADASTRADO NO CADALUNO'
                         TO WS-RECUSA
                   NOT INVALID KEY
                       MOVE AL-NOME (1:14) TO WS-NOME-ALUNO
                       MOVE AL-TURMA       TO WS-TURMA
               END-READ
           END-IF.
           IF WS-RECUSA = SPACES
               MOVE WS-TERMO TO TM-CODIGO
               READ CADTERMO
                   INVALID KEY
                       MOVE 'TERMO NAO CADASTRADO - USE O CDTERMO'
                         TO WS-RECUSA
                   NOT INVALID KEY
                       IF TERMO-FECHADO
                           MOVE
           'TERMO ENCERRADO - GRAVACAO DE NOTAS BLOQUEADA'
                             TO WS-RECUSA
                       END-IF
               END-READ
           END-IF.

      * uma materia do documento por vez: nome na escola de origem,
      * correspondencia no CADMAT e as notas trazidas
       2130-MATERIA-TELA.
           DISPLAY 'MATERIA NA ESCOLA DE ORIGEM (BRANCO ENCERRA): '.
           MOVE SPACES TO WS-MAT-ORIGEM.
           ACCEPT WS-MAT-ORIGEM.
           IF WS-MAT-ORIGEM = SPACES
               MOVE 'S' TO WS-FIM-MATERIAS
           ELSE
               ADD 1 TO WS-TOT-LIDAS
               PERFORM 3000-MAPEIA-MATERIA
               IF WS-MATERIA = SPACES
                   DISPLAY 'SEM CORRESPONDENCIA NO CADMAT - '
                       'CADASTRE NO MAPMATER'
                   PERFORM 3090-GUARDA-SEM-MAPA
               ELSE
                   DISPLAY 'CORRESPONDE A ' WS-MATERIA ' - '
                       FUNCTION TRIM (WS-MATERIA-DESC)
                   PERFORM 2140-PEDE-NOTA
                       VARYING WS-IX-AV FROM 1 BY 1
                       UNTIL WS-IX-AV > 4
                   DISPLAY 'CONFIRMA A MATERIA (S/N)? '
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM 4000-APLICA-MATERIA
                   ELSE
                       DISPLAY 'MATERIA DESCARTADA'
                   END-IF
               END-IF
           END-IF.

       2140-PEDE-NOTA.
           DISPLAY 'NOTA N' WS-IX-AV ' (BRANCO = NAO TROUXE): '.
           MOVE SPACES TO WS-TN-TEXTO (WS-IX-AV).
           ACCEPT WS-TN-TEXTO (WS-IX-AV).

      *================= CARGA DO ARQUIVO TRANSFIN ====================
       2200-CARGA-ARQUIVO.
           PERFORM 2060-ZERA-RODADA.
           MOVE 'A' TO WS-ORIGEM-CARGA.
           OPEN INPUT TRANSFIN.
           IF WS-FS-TRANSFIN NOT = 0
               DISPLAY 'ARQUIVO TRANSFIN NAO ENCONTRADO - STATUS '
                   WS-FS-TRANSFIN
           ELSE
               MOVE 'N' TO WS-EOF-TRANSFIN
               PERFORM 2210-LE-LINHA UNTIL FIM-TRANSFIN
               CLOSE TRANSFIN
               PERFORM 2900-RESUMO-RODADA
           END-IF.

       2210-LE-LINHA.
           READ TRANSFIN
               AT END
                   MOVE 'S' TO WS-EOF-TRANSFIN
               NOT AT END
                   IF REG-TRANSFIN NOT = SPACES
                       ADD 1 TO WS-TOT-LIDAS
                       PERFORM 2220-PROCESSA-LINHA
                   END-IF
           END-READ.

       2220-PROCESSA-LINHA.
           MOVE SPACES TO WS-ALUNO-TEXTO WS-TERMO WS-ESCOLA
               WS-DOCUMENTO WS-MAT-ORIGEM.
           MOVE SPACES TO WS-TN-TEXTO (1) WS-TN-TEXTO (2)
               WS-TN-TEXTO (3) WS-TN-TEXTO (4).
           UNSTRING REG-TRANSFIN DELIMITED BY ';'
               INTO WS-ALUNO-TEXTO WS-TERMO WS-ESCOLA WS-DOCUMENTO
                    WS-MAT-ORIGEM WS-TN-TEXTO (1) WS-TN-TEXTO (2)
                    WS-TN-TEXTO (3) WS-TN-TEXTO (4)
           END-UNSTRING.
           MOVE ZEROS TO WS-CD-ALUNO.
           IF WS-ALUNO-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-ALUNO-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-ALUNO-TEXTO) TO WS-CD-ALUNO
           END-IF.
           PERFORM 2110-CRITICA-ALUNO-TERMO.
           IF WS-RECUSA = SPACES AND
              (WS-ESCOLA = SPACES OR WS-DOCUMENTO = SPACES OR
               WS-MAT-ORIGEM = SPACES)
               MOVE 'ESCOLA, DOCUMENTO E MATERIA SAO OBRIGATORIOS'
                 TO WS-RECUSA
           END-IF.
           IF WS-RECUSA NOT = SPACES
               ADD 1 TO WS-TOT-RECUSADAS
               DISPLAY 'LINHA ' WS-TOT-LIDAS ' RECUSADA - '
                   FUNCTION TRIM (WS-RECUSA)
           ELSE
               PERFORM 3000-MAPEIA-MATERIA
               IF WS-MATERIA = SPACES
                   DISPLAY 'LINHA ' WS-TOT-LIDAS ' ALUNO ' WS-CD-ALUNO
                       ' - ' FUNCTION TRIM (WS-MAT-ORIGEM)
                       ' SEM CORRESPONDENCIA NO CADMAT'
                   PERFORM 3090-GUARDA-SEM-MAPA
               ELSE
                   PERFORM 4000-APLICA-MATERIA
               END-IF
           END-IF.

      *================= CONSULTA =====================================
      * a chave comeca pelo termo: a consulta do aluno percorre o
      * cadastro inteiro, que e pequeno
       2500-CONSULTAR.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           MOVE ZEROS TO WS-TOT-LISTADOS.
           DISPLAY 'TERMO  MATERIA ORIGEM                         '
               'N1   N2   N3   N4'.
           MOVE 'N' TO WS-EOF-TRANF.
           MOVE LOW-VALUES TO TF-CHAVE.
           START CADTRANF KEY IS GREATER THAN OR EQUAL TO TF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-TRANF
           END-START.
           PERFORM 2510-LISTA-TRANSF UNTIL FIM-CADTRANF.
           DISPLAY 'MATERIAS COM NOTA TRANSFERIDA: ' WS-TOT-LISTADOS.

       2510-LISTA-TRANSF.
           READ CADTRANF NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-TRANF
               NOT AT END
                   IF TF-CD-ALUNO = WS-CD-ALUNO
                       ADD 1 TO WS-TOT-LISTADOS
                       MOVE TF-N1 TO WS-TF-NOTA (1)
                       MOVE TF-N2 TO WS-TF-NOTA (2)
                       MOVE TF-N3 TO WS-TF-NOTA (3)
                       MOVE TF-N4 TO WS-TF-NOTA (4)
                       MOVE SPACES TO WS-NOTAS-TEXTO
                       PERFORM 2520-MONTA-NOTAS
                           VARYING WS-IX-AV FROM 1 BY 1
                           UNTIL WS-IX-AV > 4
                       DISPLAY TF-TERMO ' ' TF-MATERIA '  '
                           TF-MATERIA-ORIGEM ' ' WS-NOTAS-TEXTO
                       DISPLAY '       ESCOLA ' FUNCTION TRIM
                           (TF-ESCOLA) ' DOC. ' FUNCTION TRIM
                           (TF-DOCUMENTO) ' EM ' TF-DT-REGISTRO
                   END-IF
           END-READ.

      * avaliacao nao trazida sai com tracos na consulta
       2520-MONTA-NOTAS.
           COMPUTE WS-POS-NOTA = (WS-IX-AV - 1) * 5 + 1.
           IF TF-AVAL-TRANSF (WS-IX-AV:1) = 'S'
               MOVE WS-TF-NOTA (WS-IX-AV) TO WS-NOTA-ED
               MOVE WS-NOTA-ED TO WS-NOTAS-TEXTO (WS-POS-NOTA:4)
           ELSE
               MOVE ' -- ' TO WS-NOTAS-TEXTO (WS-POS-NOTA:4)
           END-IF.

       2900-RESUMO-RODADA.
           DISPLAY '---------------------------------------------'.
           MOVE WS-TOT-LIDAS TO WS-MSK-QTD.
           DISPLAY 'MATERIAS INFORMADAS.......: ' WS-MSK-QTD.
           MOVE WS-TOT-GRAVADAS TO WS-MSK-QTD.
           DISPLAY 'MATERIAS GRAVADAS.........: ' WS-MSK-QTD.
           MOVE WS-TOT-RECUSADAS TO WS-MSK-QTD.
           DISPLAY 'RECUSADAS.................: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-MAPA TO WS-MSK-QTD.
           DISPLAY 'SEM CORRESPONDENCIA CADMAT: ' WS-MSK-QTD.
           IF WS-QTD-SEM-MAPA > 0
               DISPLAY '--- MATERIAS DE ORIGEM SEM CORRESPONDENCIA ---'
               PERFORM 2910-LISTA-SEM-MAPA
                   VARYING WS-IX-SM FROM 1 BY 1
                   UNTIL WS-IX-SM > WS-QTD-SEM-MAPA
               DISPLAY 'INCLUA A CORRESPONDENCIA NO MAPMATER E '
                   'REPITA A MATERIA'
           END-IF.
           DISPLAY '---------------------------------------------'.

       2910-LISTA-SEM-MAPA.
           DISPLAY '  ' WS-SM-NOME (WS-IX-SM) ' OCORRENCIAS: '
               WS-SM-QTD (WS-IX-SM).

      *================= CORRESPONDENCIA DE MATERIA ===================
      * primeiro a tabela MAPMATER, depois o proprio codigo do CADMAT
      * e por ultimo a descricao identica no catalogo; codigo da
      * tabela que nao esta no CADMAT nao vale
       3000-MAPEIA-MATERIA.
           MOVE SPACES TO WS-MATERIA.
           MOVE SPACES TO WS-MATERIA-DESC.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-MAT-ORIGEM))
             TO WS-MAT-BUSCA.
           PERFORM 3010-PROCURA-MAPA
               VARYING WS-IX-MAPA FROM 1 BY 1
               UNTIL WS-IX-MAPA > WS-QTD-MAPA
                  OR WS-MATERIA NOT = SPACES.
           IF WS-MATERIA = SPACES AND WS-MAT-BUSCA (7:) = SPACES
               MOVE WS-MAT-BUSCA (1:6) TO WS-MATERIA
           END-IF.
           IF WS-MATERIA NOT = SPACES
               MOVE WS-MATERIA TO MT-CODIGO
               READ CADMAT
                   INVALID KEY
                       MOVE SPACES TO WS-MATERIA
                   NOT INVALID KEY
                       MOVE MT-DESCRICAO TO WS-MATERIA-DESC
               END-READ
           END-IF.
           IF WS-MATERIA = SPACES
               MOVE 'N' TO WS-EOF-CADMAT
               MOVE LOW-VALUES TO MT-CODIGO
               START CADMAT KEY IS GREATER THAN OR EQUAL TO MT-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-CADMAT
               END-START
               PERFORM 3020-PROCURA-DESCRICAO
                   UNTIL FIM-CADMAT OR WS-MATERIA NOT = SPACES
           END-IF.

       3010-PROCURA-MAPA.
           IF WS-MAP-ORIGEM (WS-IX-MAPA) = WS-MAT-BUSCA
               MOVE WS-MAP-CODIGO (WS-IX-MAPA) TO WS-MATERIA
           END-IF.

       3020-PROCURA-DESCRICAO.
           READ CADMAT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CADMAT
               NOT AT END
                   IF FUNCTION UPPER-CASE (MT-DESCRICAO) = WS-MAT-BUSCA
                       MOVE MT-CODIGO    TO WS-MATERIA
                       MOVE MT-DESCRICAO TO WS-MATERIA-DESC
                   END-IF
           END-READ.

      * cada nome sem correspondencia entra uma vez na lista, com a
      * quantidade de vezes que apareceu na rodada
       3090-GUARDA-SEM-MAPA.
           ADD 1 TO WS-TOT-SEM-MAPA.
           MOVE 'N' TO WS-SM-ACHADA.
           PERFORM 3095-PROCURA-SEM-MAPA
               VARYING WS-IX-SM FROM 1 BY 1
               UNTIL WS-IX-SM > WS-QTD-SEM-MAPA
                  OR WS-SM-ACHADA = 'S'.
           IF WS-SM-ACHADA NOT = 'S' AND WS-QTD-SEM-MAPA < 50
               ADD 1 TO WS-QTD-SEM-MAPA
               MOVE WS-MAT-BUSCA TO WS-SM-NOME (WS-QTD-SEM-MAPA)
               MOVE 1 TO WS-SM-QTD (WS-QTD-SEM-MAPA)
           END-IF.

       3095-PROCURA-SEM-MAPA.
           IF WS-SM-NOME (WS-IX-SM) = WS-MAT-BUSCA
               MOVE 'S' TO WS-SM-ACHADA
               ADD 1 TO WS-SM-QTD (WS-IX-SM)
           END-IF.

      *================= GRAVACAO NO BOLETIM ==========================
       4000-APLICA-MATERIA.
           MOVE SPACES TO WS-RECUSA.
           MOVE ZEROS TO WS-QTD-INFORMADAS.
           PERFORM 4010-CRITICA-NOTA
               VARYING WS-IX-AV FROM 1 BY 1
               UNTIL WS-IX-AV > 4.
           IF WS-RECUSA = SPACES AND WS-QTD-INFORMADAS = ZEROS
               MOVE 'NENHUMA NOTA INFORMADA PARA A MATERIA'
                 TO WS-RECUSA
           END-IF.
           IF WS-RECUSA = SPACES AND WS-ABERTO-INSCR = 'S'
               MOVE WS-TERMO    TO IN-TERMO
               MOVE WS-CD-ALUNO TO IN-CD-ALUNO
               MOVE WS-MATERIA  TO IN-MATERIA
               READ CADINSCR
                   INVALID KEY
                       MOVE 'ALUNO NAO INSCRITO NA MATERIA NO TERMO - '
                         TO WS-RECUSA
                       MOVE 'USE O CDINSCR' TO WS-RECUSA (43:)
               END-READ
           END-IF.
           IF WS-RECUSA = SPACES
               PERFORM 4100-GRAVA-BOLETIM
           END-IF.
           IF WS-RECUSA NOT = SPACES
               ADD 1 TO WS-TOT-RECUSADAS
               DISPLAY 'ALUNO ' WS-CD-ALUNO ' MATERIA ' WS-MATERIA
                   ' RECUSADA - ' FUNCTION TRIM (WS-RECUSA)
           END-IF.

      * nota em branco e avaliacao que o aluno nao trouxe
       4010-CRITICA-NOTA.
           MOVE 'N' TO WS-TN-INFORMADA (WS-IX-AV).
           MOVE ZEROS TO WS-TN-VALOR (WS-IX-AV).
           IF WS-TN-TEXTO (WS-IX-AV) NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-TN-TEXTO (WS-IX-AV)) NOT = 0
                   MOVE 'NOTA INVALIDA' TO WS-RECUSA
               ELSE
                   COMPUTE WS-TN-VALOR (WS-IX-AV) =
                       FUNCTION NUMVAL (WS-TN-TEXTO (WS-IX-AV))
                   IF FUNCTION NUMVAL (WS-TN-TEXTO (WS-IX-AV)) > 10
                       MOVE 'NOTA INVALIDA' TO WS-RECUSA
                   ELSE
                       MOVE 'S' TO WS-TN-INFORMADA (WS-IX-AV)
                       ADD 1 TO WS-QTD-INFORMADAS
                   END-IF
               END-IF
           END-IF.

      * o registro do BOLETIM e lido travado, fundido com o que veio
      * da escola de origem e regravado; materia ainda sem registro
      * nasce aqui, sem aulas dadas (frequencia cheia) e 'Em curso'
       4100-GRAVA-BOLETIM.
           MOVE WS-TERMO    TO TF-TERMO.
           MOVE WS-CD-ALUNO TO TF-CD-ALUNO.
           MOVE WS-MATERIA  TO TF-MATERIA.
           READ CADTRANF
               INVALID KEY
                   MOVE 'N' TO WS-TF-EXISTE
                   INITIALIZE REG-TRANSFERENCIA
                   MOVE WS-TERMO    TO TF-TERMO
                   MOVE WS-CD-ALUNO TO TF-CD-ALUNO
                   MOVE WS-MATERIA  TO TF-MATERIA
                   MOVE 'NNNN'      TO TF-AVAL-TRANSF
               NOT INVALID KEY
                   MOVE 'S' TO WS-TF-EXISTE
           END-READ.
           MOVE ZEROS TO WS-QTD-APLICADAS.
           MOVE ZEROS TO WS-QTD-MANTIDAS.
           MOVE WS-TERMO    TO BN-TERMO.
           MOVE WS-CD-ALUNO TO BN-CD-ALUNO.
           MOVE WS-MATERIA  TO BN-MATERIA.
           READ ARQ-NOTAS WITH LOCK
               INVALID KEY
                   MOVE 'N' TO WS-BN-EXISTE
                   PERFORM 4110-NOVO-LANCAMENTO
                   PERFORM 4120-FUNDE-NOTAS
               NOT INVALID KEY
                   IF FS-NOTAS-REG-TRAVADO
                       MOVE 'REGISTRO EM USO POR OUTRO OPERADOR'
                         TO WS-RECUSA
                   ELSE
                       MOVE 'S' TO WS-BN-EXISTE
                       PERFORM 4120-FUNDE-NOTAS
                   END-IF
           END-READ.
           IF WS-RECUSA = SPACES AND WS-QTD-APLICADAS = ZEROS
               MOVE 'AVALIACOES JA LANCADAS PELA ESCOLA - NADA GRAVADO'
                 TO WS-RECUSA
           END-IF.
           IF WS-RECUSA = SPACES
               PERFORM 4130-GRAVA-LANCAMENTO
           END-IF.
           UNLOCK ARQ-NOTAS.

       4110-NOVO-LANCAMENTO.
           INITIALIZE REG-NOTA.
           MOVE WS-TERMO      TO BN-TERMO.
           MOVE WS-CD-ALUNO   TO BN-CD-ALUNO.
           MOVE WS-MATERIA    TO BN-MATERIA.
           MOVE WS-NOME-ALUNO TO BN-NOME.
           MOVE WS-TURMA      TO BN-TURMA.
           MOVE ZEROS         TO BN-AULAS-DADAS.
           MOVE ZEROS         TO BN-AULAS-FREQ.
           MOVE 100           TO BN-FREQ-PCT.
           MOVE 'Em curso'    TO BN-STATUS.
           MOVE SPACE         TO BN-LETRA.
           MOVE 'NNNN'        TO BN-NOTAS-PREENCH.

       4120-FUNDE-NOTAS.
           MOVE BN-N1     TO WS-ANT-N1.
           MOVE BN-N2     TO WS-ANT-N2.
           MOVE BN-N3     TO WS-ANT-N3.
           MOVE BN-N4     TO WS-ANT-N4.
           MOVE BN-MEDIA  TO WS-ANT-MEDIA.
           MOVE BN-STATUS TO WS-ANT-STATUS.
           MOVE BN-N1 TO WS-BN-NOTA (1).
           MOVE BN-N2 TO WS-BN-NOTA (2).
           MOVE BN-N3 TO WS-BN-NOTA (3).
           MOVE BN-N4 TO WS-BN-NOTA (4).
           MOVE TF-N1 TO WS-TF-NOTA (1).
           MOVE TF-N2 TO WS-TF-NOTA (2).
           MOVE TF-N3 TO WS-TF-NOTA (3).
           MOVE TF-N4 TO WS-TF-NOTA (4).
           PERFORM 4125-FUNDE-AVALIACAO
               VARYING WS-IX-AV FROM 1 BY 1
               UNTIL WS-IX-AV > 4.
           MOVE WS-BN-NOTA (1) TO BN-N1.
           MOVE WS-BN-NOTA (2) TO BN-N2.
           MOVE WS-BN-NOTA (3) TO BN-N3.
           MOVE WS-BN-NOTA (4) TO BN-N4.
           MOVE WS-TF-NOTA (1) TO TF-N1.
           MOVE WS-TF-NOTA (2) TO TF-N2.
           MOVE WS-TF-NOTA (3) TO TF-N3.
           MOVE WS-TF-NOTA (4) TO TF-N4.
           IF NOTAS-COMPLETAS
               PERFORM 4200-RECALCULA
           END-IF.

      * avaliacao ja lancada pela escola prevalece sobre o documento
      * de origem; a que ja tinha vindo transferida e substituida
       4125-FUNDE-AVALIACAO.
           IF WS-TN-INFORMADA (WS-IX-AV) = 'S'
               IF BN-NOTAS-PREENCH (WS-IX-AV:1) = 'S' AND
                  TF-AVAL-TRANSF (WS-IX-AV:1) NOT = 'S'
                   ADD 1 TO WS-QTD-MANTIDAS
                   MOVE WS-BN-NOTA (WS-IX-AV) TO WS-NOTA-ED
                   DISPLAY '  ' WS-MATERIA ' N' WS-IX-AV
                       ' JA LANCADA PELA ESCOLA (' WS-NOTA-ED
                       ') - MANTIDA'
               ELSE
                   ADD 1 TO WS-QTD-APLICADAS
                   MOVE WS-TN-VALOR (WS-IX-AV) TO WS-BN-NOTA (WS-IX-AV)
                   MOVE WS-TN-VALOR (WS-IX-AV) TO WS-TF-NOTA (WS-IX-AV)
                   MOVE 'S' TO BN-NOTAS-PREENCH (WS-IX-AV:1)
                   MOVE 'S' TO TF-AVAL-TRANSF (WS-IX-AV:1)
               END-IF
           END-IF.

       4130-GRAVA-LANCAMENTO.
           IF WS-BN-EXISTE = 'S'
               REWRITE REG-NOTA
                   INVALID KEY
                       MOVE 'ERRO AO REGRAVAR O BOLETIM' TO WS-RECUSA
               END-REWRITE
           ELSE
               WRITE REG-NOTA
                   INVALID KEY
                       MOVE 'ERRO AO GRAVAR O BOLETIM' TO WS-RECUSA
               END-WRITE
           END-IF.
           IF WS-RECUSA = SPACES
               PERFORM 4140-AUDITA-TRANSFERENCIA
               PERFORM 4150-GRAVA-TRANSFERENCIA
               ADD 1 TO WS-TOT-GRAVADAS
               DISPLAY '  ' WS-MATERIA ': ' WS-QTD-APLICADAS
                   ' AVALIACAO(OES) TRANSFERIDA(S) - STATUS '
                   BN-STATUS
           END-IF.

      * o mesmo rastro de nota do DESAFIOM2, com a origem 'X' de
      * transferencia
       4140-AUDITA-TRANSFERENCIA.
           ACCEPT NA-DATA FROM DATE YYYYMMDD.
           ACCEPT NA-HORA FROM TIME.
           MOVE WS-DIR-OPERADOR TO NA-OPERADOR.
           MOVE 'X'             TO NA-ORIGEM.
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

      * o registro do CADTRANF fica com o ultimo documento
      * apresentado para a materia
       4150-GRAVA-TRANSFERENCIA.
           MOVE WS-ESCOLA       TO TF-ESCOLA.
           MOVE WS-DOCUMENTO    TO TF-DOCUMENTO.
           MOVE WS-MAT-ORIGEM   TO TF-MATERIA-ORIGEM.
           MOVE WS-DT-ATUAL     TO TF-DT-REGISTRO.
           MOVE WS-DIR-OPERADOR TO TF-OPERADOR.
           MOVE WS-ORIGEM-CARGA TO TF-ORIGEM-CARGA.
           IF WS-TF-EXISTE = 'S'
               REWRITE REG-TRANSFERENCIA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O CADTRANF - STATUS '
                           WS-FS-CADTRANF
               END-REWRITE
           ELSE
               WRITE REG-TRANSFERENCIA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CADTRANF - STATUS '
                           WS-FS-CADTRANF
               END-WRITE
           END-IF.

      * mesma regra do DESAFIOM2: pesos 1-1-1-2, aprovacao 7,
      * recuperacao 4, frequencia minima 75% e cortes do conceito;
      * a frequencia e a ja gravada no registro
       4200-RECALCULA.
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

       9999-FINALIZAR.
           IF WS-ABERTO-TRANF = 'S'
               CLOSE CADTRANF
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
               CLOSE NOTAAUD
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-MAT = 'S'
               CLOSE CADMAT
           END-IF.
           IF WS-ABERTO-TERMO = 'S'
               CLOSE CADTERMO
           END-IF.
           IF WS-ABERTO-INSCR = 'S'
               CLOSE CADINSCR
           END-IF.

       END PROGRAM CDTRANSF.
