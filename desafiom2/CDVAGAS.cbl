      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:FILA DE ESPERA - CONFERENCIA NOTURNA DE VAGAS - batch
      *         da esteira noturna que pega as vagas liberadas por
      *         fora da mudanca de status do CDALUNO (troca de turma,
      *         capacidade aumentada no CDTURMA, oferta vencida sem
      *         resposta). Para cada turma do CADTURMA com capacidade
      *         conta os alunos ativos do CADALUNO e chama o CDOFEVAG,
      *         que expira as ofertas vencidas e oferece as vagas
      *         livres aos primeiros da fila CADESPER. Depois escreve
      *         a carta de oferta ao responsavel de cada oferta ainda
      *         sem carta no arquivo datado VAGCARTAS.AAAAMMDD (via
      *         DD_ARQVAGCAR, no modelo das cartas do CDREVCAR) e
      *         imprime por turma o tamanho da fila, as ofertas em
      *         aberto e a espera media - dos que aguardam ate hoje e
      *         dos aceitos ate a vaga - no arquivo VAGASIMP (nome
      *         fisico datado VAGAS.AAAAMMDD via DD_VAGASIMP),
      *         registrado no catalogo RELCATAL (tipo VAGAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDVAGAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADESPER ASSIGN TO
           "CADESPER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EP-NUMERO
           FILE STATUS IS WS-FS-CADESPER.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-CADRESP.

           SELECT ARQVAGCAR ASSIGN TO
           "ARQVAGCAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAS.

           SELECT ARQ-IMP ASSIGN TO
           "VAGASIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADTURMA.
           COPY REGTURMA.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADESPER.
           COPY REGESPER.

       FD CADRESP.
           COPY REGRESP.

       FD ARQVAGCAR.
       01 REG-CARTA                       PIC X(100).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADESPER                 PIC 99.
       77 WS-FS-CADRESP                  PIC 99.
       77 WS-FS-CARTAS                   PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-ABERTO-ESPERA               PIC X VALUE 'N'.
       77 WS-ABERTO-RESP                 PIC X VALUE 'N'.
       77 WS-EOF-TURMA                   PIC X VALUE 'N'.
        88 FIM-CADTURMA                  VALUE 'S'.
       77 WS-EOF-ALUNO                   PIC X VALUE 'N'.
        88 FIM-CADALUNO                  VALUE 'S'.
       77 WS-EOF-ESPERA                  PIC X VALUE 'N'.
        88 FIM-CADESPER                  VALUE 'S'.

      * turmas do CADTURMA com a contagem da rodada
       01 WS-TAB-TURMAS.
           03 WS-QTD-TURMAS              PIC 9(03) VALUE ZEROS.
           03 WS-TU-ITEM OCCURS 200 TIMES.
               05 WS-TU-CODIGO           PIC X(03).
               05 WS-TU-DESCRICAO        PIC X(30).
               05 WS-TU-CAPACIDADE       PIC 9(03).
               05 WS-TU-ATIVOS           PIC 9(03).
               05 WS-TU-FILA             PIC 9(04).
               05 WS-TU-SOMA-ESPERA      PIC 9(07).
               05 WS-TU-OFERTAS-ABERTAS  PIC 9(03).
               05 WS-TU-OFERTAS-NOVAS    PIC 9(03).
               05 WS-TU-EXPIRADAS        PIC 9(03).
               05 WS-TU-ACEITOS          PIC 9(04).
               05 WS-TU-SOMA-ACEITE      PIC 9(07).
       77 WS-IX-TURMA                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-ACHADA                   PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-PROCURA               PIC X(03) VALUE SPACES.

      * chamada do CDOFEVAG
       77 WS-OFV-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-OFV-OFERTAS                 PIC 9(03) VALUE ZEROS.
       77 WS-OFV-EXPIRADAS               PIC 9(03) VALUE ZEROS.
       77 WS-OFV-RETORNO                 PIC X(01) VALUE SPACE.

       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-HR-ATUAL                    PIC X(06).
       77 WS-DIAS                        PIC 9(05) VALUE ZEROS.
       77 WS-NOME-CARTAS                 PIC X(20) VALUE SPACES.
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-RESP-ACHADO                 PIC X VALUE 'N'.
       77 WS-DESCRICAO-TURMA             PIC X(30) VALUE SPACES.
       77 WS-MEDIA-ESPERA                PIC ZZZ9.9.
       77 WS-MEDIA-ACEITE                PIC ZZZ9.9.
       77 WS-MEDIA                       PIC 9(04)V9 VALUE ZEROS.

       77 WS-TOT-OFERTAS                 PIC 9(05) VALUE ZEROS.
       77 WS-TOT-EXPIRADAS               PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CARTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-ENDERECO            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FILA                    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FORA-CADTURMA           PIC 9(05) VALUE ZEROS.

       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-CARTA                 PIC X(100).

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
           IF WS-QTD-TURMAS > ZEROS
               PERFORM 2000-CONTA-ATIVOS
               PERFORM 3000-OFERECE-VAGAS
               PERFORM 4000-CARTAS-E-FILA
               PERFORM 5000-RELATORIO
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem o CADTURMA nao ha capacidade nem fila: a rodada termina
      * sem erro
       1000-INICIAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           MOVE 0 TO WS-QTD-TURMAS.
           OPEN INPUT CADTURMA.
           IF WS-FS-CADTURMA NOT = 0
               DISPLAY 'CADTURMA NAO ENCONTRADO - SEM FILA DE ESPERA'
           ELSE
               PERFORM 1100-CARREGA-TURMA UNTIL FIM-CADTURMA
               CLOSE CADTURMA
           END-IF.

       1100-CARREGA-TURMA.
           READ CADTURMA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-TURMA
               NOT AT END
                   IF WS-QTD-TURMAS < 200
                       ADD 1 TO WS-QTD-TURMAS
                       INITIALIZE WS-TU-ITEM (WS-QTD-TURMAS)
                       MOVE TU-CODIGO
                         TO WS-TU-CODIGO (WS-QTD-TURMAS)
                       MOVE TU-DESCRICAO
                         TO WS-TU-DESCRICAO (WS-QTD-TURMAS)
                       MOVE TU-CAPACIDADE
                         TO WS-TU-CAPACIDADE (WS-QTD-TURMAS)
                   ELSE
                       DISPLAY 'AVISO: CADTURMA COM MAIS DE 200 '
                           'TURMAS - EXCEDENTES IGNORADAS'
                       MOVE 'S' TO WS-EOF-TURMA
                   END-IF
           END-READ.

       2000-CONTA-ATIVOS.
           OPEN INPUT CADALUNO.
           IF WS-FS-CADALUNO = 0
               PERFORM 2100-CONTA-ALUNO UNTIL FIM-CADALUNO
               CLOSE CADALUNO
           END-IF.

       2100-CONTA-ALUNO.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ALUNO
               NOT AT END
                   IF ALUNO-ATIVO AND AL-TURMA NOT = SPACES
                       MOVE AL-TURMA TO WS-TURMA-PROCURA
                       PERFORM 2200-PROCURA-TURMA
                       IF WS-IX-ACHADA > ZEROS
                           ADD 1 TO WS-TU-ATIVOS (WS-IX-ACHADA)
                       END-IF
                   END-IF
           END-READ.

       2200-PROCURA-TURMA.
           MOVE ZEROS TO WS-IX-ACHADA.
           PERFORM 2210-COMPARA-TURMA
               VARYING WS-IX-TURMA FROM 1 BY 1
               UNTIL WS-IX-TURMA > WS-QTD-TURMAS
                  OR WS-IX-ACHADA > ZEROS.

       2210-COMPARA-TURMA.
           IF WS-TU-CODIGO (WS-IX-TURMA) = WS-TURMA-PROCURA
               MOVE WS-IX-TURMA TO WS-IX-ACHADA
           END-IF.

      * o CDOFEVAG expira as ofertas vencidas e oferece as vagas
      * livres; turma sem capacidade definida nao tem fila
       3000-OFERECE-VAGAS.
           PERFORM 3100-OFERECE-TURMA
               VARYING WS-IX-TURMA FROM 1 BY 1
               UNTIL WS-IX-TURMA > WS-QTD-TURMAS.
           MOVE 'F' TO WS-OFV-FUNCAO.
           CALL 'CDOFEVAG' USING WS-OFV-FUNCAO
               WS-TU-CODIGO (1) WS-TU-CAPACIDADE (1)
               WS-TU-ATIVOS (1) WS-DT-ATUAL
               WS-OFV-OFERTAS WS-OFV-EXPIRADAS WS-OFV-RETORNO.

       3100-OFERECE-TURMA.
           IF WS-TU-CAPACIDADE (WS-IX-TURMA) > 0
               MOVE 'O' TO WS-OFV-FUNCAO
               CALL 'CDOFEVAG' USING WS-OFV-FUNCAO
                   WS-TU-CODIGO (WS-IX-TURMA)
                   WS-TU-CAPACIDADE (WS-IX-TURMA)
                   WS-TU-ATIVOS (WS-IX-TURMA) WS-DT-ATUAL
                   WS-OFV-OFERTAS WS-OFV-EXPIRADAS WS-OFV-RETORNO
               MOVE WS-OFV-OFERTAS
                 TO WS-TU-OFERTAS-NOVAS (WS-IX-TURMA)
               MOVE WS-OFV-EXPIRADAS
                 TO WS-TU-EXPIRADAS (WS-IX-TURMA)
               ADD WS-OFV-OFERTAS TO WS-TOT-OFERTAS
               ADD WS-OFV-EXPIRADAS TO WS-TOT-EXPIRADAS
           END-IF.

      * sem o CADESPER ninguem entrou na fila ainda: o relatorio sai
      * so com as turmas
       4000-CARTAS-E-FILA.
           OPEN I-O CADESPER.
           IF WS-FS-CADESPER NOT = 0
               DISPLAY 'CADESPER NAO ENCONTRADO - FILA DE ESPERA VAZIA'
           ELSE
               MOVE 'S' TO WS-ABERTO-ESPERA
               OPEN INPUT CADRESP
               IF WS-FS-CADRESP = 0
                   MOVE 'S' TO WS-ABERTO-RESP
               ELSE
                   DISPLAY 'CADRESP NAO ENCONTRADO - CARTAS SEM '
                       'ENDERECO'
               END-IF
      * as cartas do dia num arquivo datado proprio, entregue ao
      * ARQVAGCAR pela variavel DD_ARQVAGCAR estilo DD
               MOVE SPACES TO WS-NOME-CARTAS
               STRING 'VAGCARTAS.' WS-DT-ATUAL
                   DELIMITED BY SIZE INTO WS-NOME-CARTAS
               DISPLAY 'DD_ARQVAGCAR' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-CARTAS UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQVAGCAR
               PERFORM 4100-LE-PEDIDO UNTIL FIM-CADESPER
               CLOSE ARQVAGCAR
           END-IF.

       4100-LE-PEDIDO.
           READ CADESPER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ESPERA
               NOT AT END
                   MOVE EP-TURMA TO WS-TURMA-PROCURA
                   PERFORM 2200-PROCURA-TURMA
                   IF WS-IX-ACHADA = ZEROS
                       IF ESPERA-EM-ABERTO
                           ADD 1 TO WS-TOT-FORA-CADTURMA
                       END-IF
                   ELSE
                       PERFORM 4200-ACUMULA-PEDIDO
                       IF ESPERA-OFERTADA AND NOT EP-CARTA-EMITIDA
                           PERFORM 4300-CARTA-DA-OFERTA
                       END-IF
                   END-IF
           END-READ.

      * a espera de quem aguarda conta ate hoje; a do aceito, do
      * pedido ate a resposta a oferta
       4200-ACUMULA-PEDIDO.
           EVALUATE TRUE
               WHEN ESPERA-AGUARDANDO
                   ADD 1 TO WS-TU-FILA (WS-IX-ACHADA)
                   ADD 1 TO WS-TOT-FILA
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL)
                     - FUNCTION INTEGER-OF-DATE (EP-DT-PEDIDO)
                   ADD WS-DIAS TO WS-TU-SOMA-ESPERA (WS-IX-ACHADA)
               WHEN ESPERA-OFERTADA
                   ADD 1 TO WS-TU-OFERTAS-ABERTAS (WS-IX-ACHADA)
               WHEN ESPERA-ACEITA
                   ADD 1 TO WS-TU-ACEITOS (WS-IX-ACHADA)
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE (EP-DT-RESPOSTA)
                     - FUNCTION INTEGER-OF-DATE (EP-DT-PEDIDO)
                   ADD WS-DIAS TO WS-TU-SOMA-ACEITE (WS-IX-ACHADA)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4300-CARTA-DA-OFERTA.
           MOVE WS-TU-DESCRICAO (WS-IX-ACHADA) TO WS-DESCRICAO-TURMA.
           PERFORM 4310-RESPONSAVEL.
           PERFORM 4400-ESCREVE-CARTA.
           ADD 1 TO WS-TOT-CARTAS.
           MOVE 'S'         TO EP-CARTA.
           MOVE WS-DT-ATUAL TO EP-DT-CARTA.
           REWRITE REG-ESPERA
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A CARTA DO PEDIDO '
                       EP-NUMERO ' - STATUS ' WS-FS-CADESPER
           END-REWRITE.

      * responsavel excluido do CADRESP depois do pedido: a carta sai
      * com o contato gravado no pedido, sem endereco
       4310-RESPONSAVEL.
           MOVE 'N' TO WS-RESP-ACHADO.
           IF WS-ABERTO-RESP = 'S' AND EP-RESP-SEQ NOT = ZEROS
               MOVE EP-CD-ALUNO TO RS-CD-ALUNO
               MOVE EP-RESP-SEQ TO RS-SEQ
               READ CADRESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-RESP-ACHADO
               END-READ
           END-IF.
           IF WS-RESP-ACHADO NOT = 'S'
               ADD 1 TO WS-TOT-SEM-ENDERECO
               DISPLAY 'PEDIDO ' EP-NUMERO ' - RESPONSAVEL FORA DO '
                   'CADRESP - CARTA SEM ENDERECO'
           END-IF.

       4400-ESCREVE-CARTA.
           MOVE ALL '=' TO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'OFERTA DE VAGA - PEDIDO DE FILA DE ESPERA N. '
               EP-NUMERO '  DATA ' WS-DT-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           IF WS-RESP-ACHADO = 'S'
               STRING 'A(O) SR(A). ' FUNCTION TRIM (RS-NOME)
                   ' (' FUNCTION TRIM (RS-PARENTESCO) ')'
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               PERFORM 4900-GRAVA-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               STRING FUNCTION TRIM (RS-RUA) ', '
                   FUNCTION TRIM (RS-BAIRRO) ', '
                   FUNCTION TRIM (RS-CIDADE) '/' RS-UF ' CEP ' RS-CEP
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
           ELSE
               STRING 'A(O) SR(A). ' FUNCTION TRIM (EP-RESP-NOME)
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               PERFORM 4900-GRAVA-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               STRING 'ENDERECO NAO CADASTRADO - AVISAR PELO TELEFONE '
                   EP-RESP-DDD ' ' EP-RESP-PREFIXO '-' EP-RESP-SUFIXO
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
           END-IF.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'ALUNO ' EP-CD-ALUNO ' ' FUNCTION TRIM (EP-NOME)
               ' - TURMA ' EP-TURMA ' '
               FUNCTION TRIM (WS-DESCRICAO-TURMA)
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'SURGIU VAGA NA TURMA PEDIDA EM ' EP-DT-PEDIDO
               '. PARA GARANTI-LA, CONFIRME NA SECRETARIA ATE '
               EP-DT-PRAZO '.'
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE 'SEM RESPOSTA ATE ESSA DATA A VAGA PASSA AO PROXIMO DA '
             TO WS-LINHA-CARTA.
           MOVE 'FILA.' TO WS-LINHA-CARTA (55:5).
           PERFORM 4900-GRAVA-LINHA-CARTA.

       4900-GRAVA-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo VAGASIMP pela variavel DD_VAGASIMP estilo DD
       5000-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'VAGAS.' WS-DT-ATUAL
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_VAGASIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP = 0
               PERFORM 5100-CABECALHO
               PERFORM 5200-LINHA-TURMA
                   VARYING WS-IX-TURMA FROM 1 BY 1
                   UNTIL WS-IX-TURMA > WS-QTD-TURMAS
               PERFORM 5500-RODAPE
               CLOSE ARQ-IMP
               PERFORM 5700-REGISTRA-CATALOGO
               DISPLAY 'FILA DE ESPERA GRAVADA EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.

       5100-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'FILA DE ESPERA POR TURMA   DATA ' WS-DT-ATUAL
               ' HORA ' WS-HR-ATUAL '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE 'TURMA DESCRICAO                      CAP ATIVOS  FILA'
             TO WS-LINHA-IMP.
           MOVE ' OFERTAS NOVAS EXPIR  ESPERA ACEITOS ATE VAGA'
             TO WS-LINHA-IMP (55:45).
           PERFORM 5150-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE 4 TO WS-LINHAS-PAGINA.

       5150-GRAVA-LINHA.
           IF WS-FS-IMP = 0
               MOVE WS-LINHA-IMP TO REG-IMP
               WRITE REG-IMP
               ADD 1 TO WS-LINHAS-PAGINA
               ADD 1 TO WS-TOT-LINHAS-IMP
           END-IF.

      * so entra a turma com capacidade ou com alguem na fila; a
      * espera media e em dias corridos
       5200-LINHA-TURMA.
           IF WS-TU-CAPACIDADE (WS-IX-TURMA) > 0 OR
              WS-TU-FILA (WS-IX-TURMA) > 0
               IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                   PERFORM 5100-CABECALHO
               END-IF
               MOVE ZEROS TO WS-MEDIA
               IF WS-TU-FILA (WS-IX-TURMA) > 0
                   COMPUTE WS-MEDIA ROUNDED =
                       WS-TU-SOMA-ESPERA (WS-IX-TURMA)
                     / WS-TU-FILA (WS-IX-TURMA)
               END-IF
               MOVE WS-MEDIA TO WS-MEDIA-ESPERA
               MOVE ZEROS TO WS-MEDIA
               IF WS-TU-ACEITOS (WS-IX-TURMA) > 0
                   COMPUTE WS-MEDIA ROUNDED =
                       WS-TU-SOMA-ACEITE (WS-IX-TURMA)
                     / WS-TU-ACEITOS (WS-IX-TURMA)
               END-IF
               MOVE WS-MEDIA TO WS-MEDIA-ACEITE
               MOVE SPACES TO WS-LINHA-IMP
               STRING WS-TU-CODIGO (WS-IX-TURMA) '   '
                   WS-TU-DESCRICAO (WS-IX-TURMA) ' '
                   WS-TU-CAPACIDADE (WS-IX-TURMA) '    '
                   WS-TU-ATIVOS (WS-IX-TURMA) '  '
                   WS-TU-FILA (WS-IX-TURMA) '     '
                   WS-TU-OFERTAS-ABERTAS (WS-IX-TURMA) '   '
                   WS-TU-OFERTAS-NOVAS (WS-IX-TURMA) '   '
                   WS-TU-EXPIRADAS (WS-IX-TURMA) '  '
                   WS-MEDIA-ESPERA '    '
                   WS-TU-ACEITOS (WS-IX-TURMA) '   '
                   WS-MEDIA-ACEITE
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5150-GRAVA-LINHA
           END-IF.

       5500-RODAPE.
           PERFORM 5100-CABECALHO.
           MOVE 'TOTAIS DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE WS-TOT-FILA TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PEDIDOS AGUARDANDO VAGA..........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE WS-TOT-OFERTAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'VAGAS OFERECIDAS NESTA RODADA....: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE WS-TOT-EXPIRADAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'OFERTAS EXPIRADAS SEM RESPOSTA...: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE WS-TOT-CARTAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CARTAS DE OFERTA EMITIDAS........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE WS-TOT-SEM-ENDERECO TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CARTAS SEM ENDERECO..............: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           MOVE WS-TOT-FORA-CADTURMA TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'PEDIDOS DE TURMA FORA DO CADTURMA: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.
           IF WS-ABERTO-ESPERA = 'S'
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'CARTAS EM ' WS-NOME-CARTAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 5150-GRAVA-LINHA
           END-IF.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 5150-GRAVA-LINHA.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       5700-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-ATUAL TO RK-DATA.
           MOVE 'VAGAS' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-ABERTO-ESPERA = 'S'
               CLOSE CADESPER
           END-IF.
           IF WS-ABERTO-RESP = 'S'
               CLOSE CADRESP
           END-IF.

       END PROGRAM CDVAGAS.
