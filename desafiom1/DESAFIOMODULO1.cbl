      *                     passa a declarar como os numeros foram
      *                     produzidos e a bater com a planilha
      *                     auditada do financeiro.
      *   15/10/2026 CAN - modo lote confere o CALCLOTE no cadastro de
      *                     arquivos processados CADARQPR pelo CDARQREG:
      *                     lote ja calculado e recusado com codigo 16
      *                     (recarga forcada por administrador com
      *                     ARQREG_FORCA=CALCLOTE, auditada no CADAUD),
      *                     remessa do cabecalho fora da sequencia
      *                     termina com codigo 4, e o lote integro e
      *                     registrado no fim.
      *   15/10/2026 CAN - tabela de amortizacao Price e SAC: modo <A>
      *                     na tela e detalhe tipo 2 no CALCLOTE
      *                     (principal, taxa mensal, metodo na coluna
      *                     18, precisao e arredondamento nas 19 e 20,
      *                     parcelas e primeiro vencimento), gravada no
      *                     CALCPARC para o CDCALCREL imprimir; a ultima
      *                     parcela absorve a sobra do arredondamento.
      *   15/10/2026 CAN - correcao monetaria pela tabela de indices
      *                     CADINDIC (CDINDMNT): modo <M> na tela e
      *                     detalhe tipo 3 no CALCLOTE compoem as taxas
      *                     mensais do indice entre o mes inicial e o
      *                     final e devolvem o valor corrigido, o fator
      *                     acumulado e a evolucao mes a mes, gravados
      *                     no CALCCORR para o CDCALCREL imprimir; mes
      *                     sem taxa na tabela recusa o calculo e e
      *                     nomeado na mensagem.
      *   15/10/2026 CAN - modo <E> expressao: formula digitada com
      *                     + - * / % (A % B = A por cento de B), ^ ou
      *                     ** (potencia), RAIZ( ), parenteses e
      *                     negativos, avaliada com a precisao e o
      *                     arredondamento escolhidos; erro de escrita
      *                     aponta a posicao, divisao por zero tem
      *                     mensagem propria. A expressao vai para o
      *                     CALCHIST (rechamada pelo <H>), e aceita
      *                     como detalhe tipo 4 do CALCLOTE e sai no
      *                     CALCREL com o texto da formula; o CALCREJ
      *                     passa a guardar a linha inteira recusada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESAFIOM1.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-PARC ASSIGN TO
           "CALCPARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARC.

           SELECT ARQ-CORM ASSIGN TO
           "CALCCORR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CORM.

           SELECT CADINDIC ASSIGN TO
           "CADINDIC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-INDIC.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LOTE.
           03 LT-ARREDONDA               PIC X(01).
       01 REG-LOTE-BRUTO REDEFINES REG-LOTE
                                         PIC X(20).
      * detalhe tipo 2: tabela de amortizacao; metodo, precisao e
      * arredondamento nas mesmas colunas 18, 19 e 20 do tipo 1
       01 REG-LOTE-AMORT.
           03 LA-TIPO                    PIC X(01).
           03 LA-PRINCIPAL               PIC 9(08)V99.
           03 LA-TAXA                    PIC 9(02)V9(04).
           03 LA-METODO                  PIC X(01).
           03 LA-PRECISAO                PIC X(01).
           03 LA-ARREDONDA               PIC X(01).
           03 LA-QTD-PARC                PIC 9(03).
           03 LA-DT-PRIMEIRA             PIC 9(08).
      * detalhe tipo 3: correcao monetaria; precisao e arredondamento
      * tambem nas colunas 19 e 20, a 18 fica em branco
       01 REG-LOTE-CORR.
           03 LC-TIPO                    PIC X(01).
           03 LC-VALOR                   PIC S9(08)V99
                                         SIGN IS LEADING SEPARATE.
           03 LC-INDICE                  PIC X(05).
           03 FILLER                     PIC X(01).
           03 LC-PRECISAO                PIC X(01).
           03 LC-ARREDONDA               PIC X(01).
           03 LC-MES-INICIO              PIC 9(06).
           03 LC-MES-FIM                 PIC 9(06).
      * detalhe tipo 4: expressao digitada nas colunas 21-80;
      * precisao e arredondamento nas 19 e 20, as 2-18 ficam em branco
       01 REG-LOTE-EXPR.
           03 LE-TIPO                    PIC X(01).
           03 FILLER                     PIC X(17).
           03 LE-PRECISAO                PIC X(01).
           03 LE-ARREDONDA               PIC X(01).
           03 LE-EXPRESSAO               PIC X(60).
      * a linha inteira, para o CALCREJ
       01 REG-LOTE-LINHA                 PIC X(80).

       FD ARQ-REJ.
       01 REG-REJ.
           03 RJ-SEP1                    PIC X(01).
           03 RJ-MOTIVO                  PIC X(30).
           03 RJ-SEP2                    PIC X(01).
           03 RJ-CONTEUDO                PIC X(80).

       FD ARQ-HIST.
       01 REG-HIST.
                                         SIGN IS LEADING SEPARATE.
           03 HS-PRECISAO                PIC X(01).
           03 HS-ARREDONDA               PIC X(01).
      * calculo por expressao: HS-TIPO 'E', a formula e o resultado;
      * no calculo por par de operandos ficam em branco e zero
           03 HS-TIPO                    PIC X(01).
            88 HS-POR-EXPRESSAO           VALUE 'E'.
           03 HS-EXPRESSAO               PIC X(60).
           03 HS-RESULT-EXPR             PIC S9(10)V9999
                                         SIGN IS LEADING SEPARATE.

       FD ARQ-REL.
       01 REG-REL.
           03 RL-PRECISAO                PIC X(01).
           03 RL-ARREDONDA               PIC X(01).
           03 RL-OBS                     PIC X(22).
      * detalhe tipo 4: a formula e o seu resultado; as colunas dos
      * operandos e das operacoes fixas ficam zeradas
           03 RL-EXPRESSAO               PIC X(60).
           03 RL-RESULT-EXPR             PIC S9(10)V9999
                                         SIGN IS LEADING SEPARATE.

       FD ARQ-PARC.
           COPY REGPARC.

       FD ARQ-CORM.
           COPY REGCORM.

       FD CADINDIC.
           COPY REGINDIC.

       WORKING-STORAGE SECTION.
       77  WRK-NUM1                    PIC S9(05)V99.
                                         SIGN IS LEADING SEPARATE.
           03 WRK-HE-NUM2                PIC S9(05)V99
                                         SIGN IS LEADING SEPARATE.
           03 FILLER                     PIC X(49).
           03 WRK-HE-TIPO                PIC X(01).
           03 WRK-HE-EXPRESSAO           PIC X(60).
           03 FILLER                     PIC X(15).
       01  WRK-ANEL-HIST.
           03 WRK-HIST-LINHA OCCURS 10 TIMES
                                         PIC X(155).
       77  WRK-QTD-HIST                PIC 9(06) VALUE ZEROS.
       77  WRK-IX-HIST                 PIC 9(02) VALUE ZEROS.
       77  WRK-IX-LISTA-H              PIC 9(02) VALUE ZEROS.
       77  WRK-EOF-LOTE                PIC X VALUE 'N'.
        88 FIM-LOTE                    VALUE 'S'.

      * cadastro de arquivos ja processados (CDARQREG): CALCLOTE ja
      * calculado e recusado com codigo 16
       77  WRK-ARQ-FUNCAO              PIC X(01) VALUE SPACE.
           COPY REGARQPR.

       77  WRK-QTD-LISTA               PIC 9(03) VALUE ZEROS.
       77  WRK-IX-LISTA                PIC 9(03) VALUE ZEROS.
       77  WRK-NUM-LISTA               PIC S9(05)V99 VALUE ZEROS.
       77  WRK-SOMA-LISTA              PIC S9(08)V99 VALUE ZEROS.
       77  WRK-MEDIA-LISTA             PIC S9(05)V99 VALUE ZEROS.

      * tabela de amortizacao (modo A e detalhe tipo 2 do CALCLOTE):
      * taxa em percentual ao mes; os valores da tabela ja saem com a
      * precisao e o arredondamento escolhidos
       77  WS-FS-PARC                  PIC 99.
       77  WRK-AM-PRINCIPAL            PIC 9(08)V99 VALUE ZEROS.
       77  WRK-AM-TAXA                 PIC 9(02)V9(04) VALUE ZEROS.
       77  WRK-AM-QTD-PARC             PIC 9(03) VALUE ZEROS.
       77  WRK-AM-METODO               PIC X(01) VALUE SPACE.
        88 AM-METODO-PRICE             VALUE 'P'.
        88 AM-METODO-SAC               VALUE 'S'.
       77  WRK-AM-DT-PRIMEIRA          PIC 9(08) VALUE ZEROS.
       77  WRK-AM-LINHA-LOTE           PIC 9(06) VALUE ZEROS.
       77  WRK-AM-EXIBE                PIC X(01) VALUE 'N'.
       77  WRK-AM-MOTIVO               PIC X(30) VALUE SPACES.
       77  WRK-AM-I                    PIC 9(01)V9(06) VALUE ZEROS.
      * base (1 + i) e divisor (fator - 1) em campos proprios para a
      * prestacao nao perder as casas da taxa
       77  WRK-AM-BASE                 PIC 9(01)V9(06) VALUE ZEROS.
       77  WRK-AM-FATOR                PIC 9(12)V9(10) VALUE ZEROS.
       77  WRK-AM-DIVISOR              PIC 9(12)V9(10) VALUE ZEROS.
       77  WRK-AM-PRESTACAO            PIC S9(08)V9999 VALUE ZEROS.
       77  WRK-AM-COTA                 PIC S9(08)V9999 VALUE ZEROS.
       77  WRK-AM-SALDO                PIC S9(08)V9999 VALUE ZEROS.
       77  WRK-AM-JUROS                PIC S9(08)V9999 VALUE ZEROS.
       77  WRK-AM-AMORT                PIC S9(08)V9999 VALUE ZEROS.
       77  WRK-AM-PARCELA              PIC S9(08)V9999 VALUE ZEROS.
       77  WRK-AM-TOT-PARCELAS         PIC S9(11)V9999 VALUE ZEROS.
       77  WRK-AM-TOT-JUROS            PIC S9(11)V9999 VALUE ZEROS.
       77  WRK-AM-TOT-AMORT            PIC S9(11)V9999 VALUE ZEROS.
       77  WRK-AM-IX                   PIC 9(03) VALUE ZEROS.
       77  WRK-AM-DIA-BASE             PIC 9(02) VALUE ZEROS.
       77  WRK-AM-ULT-DIA              PIC 9(08) VALUE ZEROS.
       01  WRK-AM-VENCTO.
           03 WRK-AM-VC-ANO              PIC 9(04).
           03 WRK-AM-VC-MES              PIC 9(02).
           03 WRK-AM-VC-DIA              PIC 9(02).
       01  WRK-AM-VENCTO-N REDEFINES WRK-AM-VENCTO
                                         PIC 9(08).
       01  WRK-AM-PROX-MES.
           03 WRK-AM-PM-ANO              PIC 9(04).
           03 WRK-AM-PM-MES              PIC 9(02).
           03 WRK-AM-PM-DIA              PIC 9(02).
       01  WRK-AM-PROX-MES-N REDEFINES WRK-AM-PROX-MES
                                         PIC 9(08).
       77  WRK-AM-VLR-ED               PIC +Z(07)9.9999.
       77  WRK-AM-VLR2-ED              PIC +Z(07)9.9999.
       77  WRK-AM-VLR3-ED              PIC +Z(07)9.9999.
       77  WRK-AM-VLR4-ED              PIC +Z(07)9.9999.

      * correcao monetaria (modo M e detalhe tipo 3 do CALCLOTE): as
      * taxas do periodo sao lidas do CADINDIC antes de qualquer
      * gravacao, e o fator acumulado corre com 12 decimais
       77  WS-FS-CORM                  PIC 99.
       77  WS-FS-INDIC                 PIC 99.
       77  WRK-CM-INDIC-ABERTO         PIC X(01) VALUE 'N'.
       77  WRK-CM-VALOR                PIC S9(08)V99 VALUE ZEROS.
       77  WRK-CM-INDICE               PIC X(05) VALUE SPACES.
       77  WRK-CM-MES-INICIO           PIC 9(06) VALUE ZEROS.
       77  WRK-CM-MES-FIM              PIC 9(06) VALUE ZEROS.
       77  WRK-CM-LINHA-LOTE           PIC 9(06) VALUE ZEROS.
       77  WRK-CM-EXIBE                PIC X(01) VALUE 'N'.
       77  WRK-CM-MOTIVO               PIC X(30) VALUE SPACES.
       77  WRK-CM-QTD-MESES            PIC S9(05) VALUE ZEROS.
       77  WRK-CM-IX                   PIC 9(03) VALUE ZEROS.
       77  WRK-CM-BASE                 PIC 9(02)V9(06) VALUE ZEROS.
       77  WRK-CM-FATOR                PIC 9(04)V9(12) VALUE ZEROS.
       77  WRK-CM-VLR-CORRIGIDO        PIC S9(10)V9999 VALUE ZEROS.
       01  WRK-CM-MES-INI-R.
           03 WRK-CM-INI-ANO             PIC 9(04).
           03 WRK-CM-INI-MES             PIC 9(02).
       01  WRK-CM-MES-FIM-R.
           03 WRK-CM-FIM-ANO             PIC 9(04).
           03 WRK-CM-FIM-MES             PIC 9(02).
       01  WRK-CM-MES-ATUAL.
           03 WRK-CM-AT-ANO              PIC 9(04).
           03 WRK-CM-AT-MES              PIC 9(02).
       01  WRK-CM-MES-ATUAL-N REDEFINES WRK-CM-MES-ATUAL
                                         PIC 9(06).
       01  WRK-CM-TAB-MESES.
           03 WRK-CM-ITEM OCCURS 600 TIMES.
               05 WRK-CM-TB-ANO-MES      PIC 9(06).
               05 WRK-CM-TB-TAXA         PIC S9(03)V9(04).
               05 WRK-CM-TB-FATOR        PIC 9(04)V9(12).
       77  WRK-CM-TAXA-ED              PIC ---9.9999.
       77  WRK-CM-FATOR-ED             PIC ZZZ9.9(08).
       77  WRK-CM-VLR-ED               PIC +Z(09)9.9999.

      * expressao digitada (modo E e detalhe tipo 4 do CALCLOTE):
      * lida da esquerda para a direita com uma pilha de valores e
      * outra de operadores; prioridade ^ > menos unario > * / % >
      * + -, a potencia associa pela direita. Os valores correm com
      * 8 decimais e so o resultado final passa pelo P206
       77  WRK-EX-TEXTO                PIC X(60) VALUE SPACES.
       77  WRK-EX-TAM                  PIC 9(02) VALUE ZEROS.
       77  WRK-EX-POS                  PIC 9(02) VALUE ZEROS.
       77  WRK-EX-INICIO               PIC 9(02) VALUE ZEROS.
       77  WRK-EX-CAR                  PIC X(01) VALUE SPACE.
       77  WRK-EX-ESPERA               PIC X(01) VALUE 'O'.
        88 EX-ESPERA-NUMERO            VALUE 'O'.
        88 EX-ESPERA-OPERADOR          VALUE 'B'.
        88 EX-ESPERA-ABRE              VALUE 'F'.
       77  WRK-EX-ERRO-TIPO            PIC X(01) VALUE SPACE.
        88 EX-SEM-ERRO                 VALUE SPACE.
        88 EX-ERRO-SINTAXE             VALUE 'S'.
        88 EX-ERRO-DIVISAO             VALUE 'Z'.
        88 EX-ERRO-CALCULO             VALUE 'C'.
       77  WRK-EX-ERRO-POS             PIC 9(02) VALUE ZEROS.
       77  WRK-EX-TXT-ERRO             PIC X(20) VALUE SPACES.
       77  WRK-EX-MOTIVO               PIC X(30) VALUE SPACES.
       77  WRK-EX-NUMERO               PIC S9(10)V9(08) VALUE ZEROS.
       77  WRK-EX-DIVISOR              PIC 9(07) VALUE ZEROS.
       77  WRK-EX-DIGITO               PIC 9(01) VALUE ZEROS.
       77  WRK-EX-DECIMAL              PIC X(01) VALUE 'N'.
       77  WRK-EX-TEM-DIGITO           PIC X(01) VALUE 'N'.
       77  WRK-EX-FIM-NUMERO           PIC X(01) VALUE 'N'.
       77  WRK-EX-PARA                 PIC X(01) VALUE 'N'.
       77  WRK-EX-A                    PIC S9(10)V9(08) VALUE ZEROS.
       77  WRK-EX-B                    PIC S9(10)V9(08) VALUE ZEROS.
       77  WRK-EX-EXPOENTE             PIC S9(10) VALUE ZEROS.
       77  WRK-EX-OP-NOVO              PIC X(01) VALUE SPACE.
       77  WRK-EX-OP-ATUAL             PIC X(01) VALUE SPACE.
       77  WRK-EX-POS-ATUAL            PIC 9(02) VALUE ZEROS.
       77  WRK-EX-PRIO-NOVO            PIC 9(01) VALUE ZEROS.
       77  WRK-EX-PRIO-TOPO            PIC 9(01) VALUE ZEROS.
       77  WRK-EX-QTD-VAL              PIC 9(02) VALUE ZEROS.
       77  WRK-EX-QTD-OP               PIC 9(02) VALUE ZEROS.
       01  WRK-EX-PILHA-VAL.
           03 WRK-EX-VAL OCCURS 60 TIMES PIC S9(10)V9(08).
       01  WRK-EX-PILHA-OP.
           03 WRK-EX-OP-ITEM OCCURS 60 TIMES.
               05 WRK-EX-OP              PIC X(01).
               05 WRK-EX-OP-POS          PIC 9(02).
       01  WRK-EX-MARCA                PIC X(61) VALUE SPACES.

       77  WRK-ERRO-MSG                PIC X(50).
       77  WRK-ERRO-COD                PIC X(07) VALUE SPACES.
       77  WRK-ERRO-L1                 PIC X(50).
           ACCEPT WRK-MODO-AMBIENTE FROM ENVIRONMENT "CALC_MODO"
           IF WRK-MODO-AMBIENTE = SPACE
               DISPLAY 'MODO: <I> INTERATIVO  <L> LOTE  <T> LISTA'
               '  <H> HISTORICO  <A> AMORTIZACAO  <M> CORRECAO'
               '  <E> EXPRESSAO: '
               ACCEPT WRK-MODO
           ELSE
               MOVE WRK-MODO-AMBIENTE TO WRK-MODO
                   PERFORM P500-PROCESSA-LISTA
               WHEN 'H'
                   PERFORM P600-HISTORICO
               WHEN 'A'
                   PERFORM P700-AMORTIZACAO
               WHEN 'M'
                   PERFORM P800-CORRECAO
               WHEN 'E'
                   PERFORM P850-EXPRESSAO
               WHEN OTHER
                   PERFORM P200-CALCULO
           END-EVALUATE.
           END-IF.
           MOVE WRK-PRECISAO  TO HS-PRECISAO.
           MOVE WRK-ARREDONDA TO HS-ARREDONDA.
           MOVE SPACE  TO HS-TIPO.
           MOVE SPACES TO HS-EXPRESSAO.
           MOVE 0      TO HS-RESULT-EXPR.
           WRITE REG-HIST.
           CLOSE ARQ-HIST.

               DISPLAY 'ARQUIVO DE LOTE NAO ENCONTRADO: CALCLOTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM P402-CONFERE-ARQUIVO
               IF NOT ARQ-REPETIDO
                   MOVE 'N' TO WRK-EOF-LOTE
                   PERFORM P405-CONFERE-LOTE UNTIL FIM-LOTE
                   PERFORM P406-AVALIA-CONTROLE
                   IF WRK-LOTE-INTEGRO = 'S'
                       CLOSE ARQ-LOTE
                       OPEN INPUT ARQ-LOTE
                       MOVE 'N' TO WRK-EOF-LOTE
                       OPEN OUTPUT ARQ-REL
                       OPEN OUTPUT ARQ-REJ
                       OPEN OUTPUT ARQ-PARC
                       OPEN OUTPUT ARQ-CORM
                       PERFORM P410-LE-LOTE UNTIL FIM-LOTE
                       CLOSE ARQ-REL
                       CLOSE ARQ-REJ
                       CLOSE ARQ-PARC
                       CLOSE ARQ-CORM
                       IF WRK-CM-INDIC-ABERTO = 'S'
                           CLOSE CADINDIC
                           MOVE 'N' TO WRK-CM-INDIC-ABERTO
                       END-IF
                       DISPLAY 'RELATORIO GRAVADO EM CALCREL'
                       DISPLAY 'LIDOS: ' WRK-TOT-LIDOS
                           '  PROCESSADOS: ' WRK-TOT-PROCESSADOS
                           '  REJEITADOS: ' WRK-TOT-REJEITADOS
                       MOVE 'G' TO WRK-ARQ-FUNCAO
                       CALL 'CDARQREG' USING WRK-ARQ-FUNCAO
                           REG-ARQPROC
                   END-IF
               END-IF
               CLOSE ARQ-LOTE
               IF ARQ-REPETIDO
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF ARQ-FORA-SEQUENCIA AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * lote ja calculado (copia de volta, reenvio do financeiro) nao
      * e calculado de novo, salvo recarga forcada por administrador;
      * a remessa do cabecalho fora da sequencia avisa com codigo 4
       P402-CONFERE-ARQUIVO.
           INITIALIZE REG-ARQPROC.
           MOVE 'CALCLOTE'  TO AP-TIPO.
           MOVE 'CALCLOTE'  TO AP-ARQUIVO.
           MOVE 'DESAFIOM1' TO AP-PROGRAMA.
           MOVE 'V' TO WRK-ARQ-FUNCAO.
           CALL 'CDARQREG' USING WRK-ARQ-FUNCAO REG-ARQPROC.

      * pre-passada de controle: o lote so e calculado com o trailer
      * presente e batendo com os detalhes
       P405-CONFERE-LOTE.
                   PERFORM P415-CRITICA-LOTE
                   IF WRK-LOTE-MOTIVO = SPACES
                       ADD 1 TO WRK-TOT-PROCESSADOS
                       IF REG-LOTE-BRUTO (19:1) = '4'
                           MOVE '4' TO WRK-PRECISAO
                       ELSE
                       ELSE
                           MOVE 'T' TO WRK-ARREDONDA
                       END-IF
                       EVALUATE REG-LOTE-BRUTO (1:1)
                           WHEN '2'
                               PERFORM P430-AMORTIZA-LOTE
                           WHEN '3'
                               PERFORM P440-CORRIGE-LOTE
                           WHEN '4'
                               PERFORM P450-EXPRESSAO-LOTE
                           WHEN OTHER
                               MOVE LT-NUM1 TO WRK-NUM1
                               MOVE LT-NUM2 TO WRK-NUM2
                               MOVE LT-OPER TO WRK-OPER
                               PERFORM P420-CALCULA-LOTE
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WRK-TOT-REJEITADOS
                       MOVE WRK-TOT-LIDOS   TO RJ-LINHA
                       MOVE ';'             TO RJ-SEP1
                       MOVE WRK-LOTE-MOTIVO TO RJ-MOTIVO
                       MOVE ';'             TO RJ-SEP2
                       MOVE REG-LOTE-LINHA  TO RJ-CONTEUDO
                       WRITE REG-REJ
                   END-IF
                   END-IF
      * seguido de 7 digitos; qualquer outra coisa e recusada
       P415-CRITICA-LOTE.
           MOVE SPACES TO WRK-LOTE-MOTIVO.
           EVALUATE REG-LOTE-BRUTO (1:1)
               WHEN '1'
                   PERFORM P416-CRITICA-CAMPO
                       VARYING WRK-IX-CAMPO FROM 1 BY 1
                       UNTIL WRK-IX-CAMPO > 2
                          OR WRK-LOTE-MOTIVO NOT = SPACES
               WHEN '2'
                   PERFORM P431-CRITICA-AMORT-LOTE
               WHEN '3'
                   PERFORM P441-CRITICA-CORR-LOTE
               WHEN '4'
                   PERFORM P451-CRITICA-EXPR-LOTE
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO DESCONHECIDO'
                     TO WRK-LOTE-MOTIVO
           END-EVALUATE.

      * o detalhe comeca com o tipo na coluna 1: operando 1 nas
      * colunas 2-9, operando 2 nas 10-17 e o seletor na 18
                     TO WRK-LOTE-MOTIVO
               END-IF
           END-IF.
           IF WRK-LOTE-MOTIVO = SPACES AND WRK-IX-CAMPO = 2
               PERFORM P417-CRITICA-PRECISAO
           END-IF.

      * colunas 19 e 20: precisao (2/4) e arredondamento (T/H) da
      * linha; em branco valem os padroes 2 e T
       P417-CRITICA-PRECISAO.
           IF WRK-LOTE-MOTIVO = SPACES
               IF REG-LOTE-BRUTO (19:1) NOT = ' ' AND
                  REG-LOTE-BRUTO (19:1) NOT = '2' AND
                  REG-LOTE-BRUTO (19:1) NOT = '4'
                     TO WRK-LOTE-MOTIVO
               END-IF
           END-IF.
           IF WRK-LOTE-MOTIVO = SPACES
               IF REG-LOTE-BRUTO (20:1) NOT = ' ' AND
                  REG-LOTE-BRUTO (20:1) NOT = 'T' AND
                  REG-LOTE-BRUTO (20:1) NOT = 'H'
           MOVE 0 TO RL-VAR.
           MOVE 0 TO RL-POT.
           MOVE 0 TO RL-RAIZ.
           MOVE SPACES TO RL-EXPRESSAO.
           MOVE 0 TO RL-RESULT-EXPR.

           IF OPER-TODAS OR OPER-BASICAS
               PERFORM P421-LOTE-BASICAS
               MOVE WRK-RESULT TO RL-RAIZ
           END-IF.

      * detalhe tipo 2: tabela de amortizacao do lote; a critica ja
      * conferiu os campos e a prestacao, a tabela vai para o CALCPARC
      * com a linha do CALCLOTE no cabecalho
       P430-AMORTIZA-LOTE.
           MOVE LA-PRINCIPAL   TO WRK-AM-PRINCIPAL.
           MOVE LA-TAXA        TO WRK-AM-TAXA.
           MOVE LA-METODO      TO WRK-AM-METODO.
           MOVE LA-QTD-PARC    TO WRK-AM-QTD-PARC.
           MOVE LA-DT-PRIMEIRA TO WRK-AM-DT-PRIMEIRA.
           MOVE WRK-TOT-LIDOS  TO WRK-AM-LINHA-LOTE.
           MOVE 'N' TO WRK-AM-EXIBE.
           PERFORM P721-CALCULA-BASE.
           PERFORM P720-GERA-TABELA.

      * detalhe tipo 3: correcao monetaria do lote; a critica ja leu
      * as taxas do periodo, a correcao vai para o CALCCORR com a
      * linha do CALCLOTE no cabecalho
       P440-CORRIGE-LOTE.
           MOVE WRK-TOT-LIDOS TO WRK-CM-LINHA-LOTE.
           MOVE 'N' TO WRK-CM-EXIBE.
           PERFORM P820-GRAVA-CORRECAO.

      * valor com sinal separado nas colunas 2-12, indice nas 13-17,
      * mes inicial nas 21-26 e final nas 27-32 (AAAAMM)
       P441-CRITICA-CORR-LOTE.
           IF REG-LOTE-BRUTO (2:1) NOT = '+' AND
              REG-LOTE-BRUTO (2:1) NOT = '-'
               MOVE 'SINAL INVALIDO NO VALOR' TO WRK-LOTE-MOTIVO
           ELSE
           IF REG-LOTE-BRUTO (3:10) IS NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO' TO WRK-LOTE-MOTIVO
           ELSE
           IF LC-MES-INICIO IS NOT NUMERIC OR
              LC-MES-FIM IS NOT NUMERIC
               MOVE 'MES DO PERIODO NAO NUMERICO' TO WRK-LOTE-MOTIVO
           END-IF
           END-IF
           END-IF.
           PERFORM P417-CRITICA-PRECISAO.
           IF WRK-LOTE-MOTIVO = SPACES
               MOVE LC-VALOR      TO WRK-CM-VALOR
               MOVE LC-INDICE     TO WRK-CM-INDICE
               MOVE LC-MES-INICIO TO WRK-CM-MES-INICIO
               MOVE LC-MES-FIM    TO WRK-CM-MES-FIM
               PERFORM P815-CRITICA-CORRECAO
               IF WRK-CM-MOTIVO = SPACES
                   PERFORM P816-CARREGA-TAXAS
               END-IF
               MOVE WRK-CM-MOTIVO TO WRK-LOTE-MOTIVO
           END-IF.

      * detalhe tipo 4: a critica ja avaliou a expressao; erro de
      * calculo (divisao por zero, raiz negativa) sai no RL-OBS com
      * a posicao, como nas operacoes fixas do tipo 1
       P450-EXPRESSAO-LOTE.
           MOVE 0 TO RL-NUM1.
           MOVE 0 TO RL-NUM2.
           MOVE 0 TO RL-SOMA.
           MOVE 0 TO RL-SUB.
           MOVE 0 TO RL-MULT.
           MOVE 0 TO RL-DIV.
           MOVE 0 TO RL-PCT.
           MOVE 0 TO RL-VAR.
           MOVE 0 TO RL-POT.
           MOVE 0 TO RL-RAIZ.
           MOVE SPACES TO RL-OBS.
           MOVE WRK-EX-TEXTO TO RL-EXPRESSAO.
           MOVE 0 TO RL-RESULT-EXPR.
           IF EX-SEM-ERRO
               PERFORM P206-APLICA-PRECISAO
               MOVE WRK-RESULT TO RL-RESULT-EXPR
           ELSE
               MOVE WRK-EX-MOTIVO TO RL-OBS
           END-IF.
           MOVE WRK-PRECISAO  TO RL-PRECISAO.
           MOVE WRK-ARREDONDA TO RL-ARREDONDA.
           WRITE REG-REL.

      * expressao mal escrita e recusada com a posicao no motivo
       P451-CRITICA-EXPR-LOTE.
           PERFORM P417-CRITICA-PRECISAO.
           IF WRK-LOTE-MOTIVO = SPACES
               MOVE LE-EXPRESSAO TO WRK-EX-TEXTO
               PERFORM P860-AVALIA-EXPRESSAO
               IF EX-ERRO-SINTAXE
                   MOVE WRK-EX-MOTIVO TO WRK-LOTE-MOTIVO
               END-IF
           END-IF.

      * principal nas colunas 2-11 e taxa nas 12-17 sem sinal nem
      * ponto, metodo na 18, parcelas nas 21-23 e o primeiro
      * vencimento (AAAAMMDD) nas 24-31
       P431-CRITICA-AMORT-LOTE.
           IF LA-PRINCIPAL IS NOT NUMERIC
               MOVE 'PRINCIPAL NAO NUMERICO' TO WRK-LOTE-MOTIVO
           ELSE
           IF LA-TAXA IS NOT NUMERIC
               MOVE 'TAXA NAO NUMERICA' TO WRK-LOTE-MOTIVO
           ELSE
           IF LA-QTD-PARC IS NOT NUMERIC
               MOVE 'PARCELAS NAO NUMERICAS' TO WRK-LOTE-MOTIVO
           ELSE
           IF LA-DT-PRIMEIRA IS NOT NUMERIC
               MOVE 'VENCIMENTO NAO NUMERICO' TO WRK-LOTE-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM P417-CRITICA-PRECISAO.
           IF WRK-LOTE-MOTIVO = SPACES
               MOVE LA-PRINCIPAL   TO WRK-AM-PRINCIPAL
               MOVE LA-TAXA        TO WRK-AM-TAXA
               MOVE LA-METODO      TO WRK-AM-METODO
               MOVE LA-QTD-PARC    TO WRK-AM-QTD-PARC
               MOVE LA-DT-PRIMEIRA TO WRK-AM-DT-PRIMEIRA
               IF LA-PRECISAO = '4'
                   MOVE '4' TO WRK-PRECISAO
               ELSE
                   MOVE '2' TO WRK-PRECISAO
               END-IF
               IF LA-ARREDONDA = 'H'
                   MOVE 'H' TO WRK-ARREDONDA
               ELSE
                   MOVE 'T' TO WRK-ARREDONDA
               END-IF
               PERFORM P715-CRITICA-AMORT
               IF WRK-AM-MOTIVO = SPACES
                   PERFORM P721-CALCULA-BASE
               END-IF
               MOVE WRK-AM-MOTIVO TO WRK-LOTE-MOTIVO
           END-IF.

       P500-PROCESSA-LISTA.
           DISPLAY 'QUANTOS NUMEROS DESEJA SOMAR: '
           ACCEPT WRK-QTD-LISTA.
      * o anel guarda as dez ultimas linhas; a listagem sai da mais
      * antiga para a mais recente
       P620-LISTA-HISTORICO.
           DISPLAY 'ULTIMOS CALCULOS (DATA HORA NUM1 NUM2 OU'
               ' EXPRESSAO):'.
           PERFORM P621-LISTA-LINHA-HIST
               VARYING WRK-IX-LISTA-H FROM 1 BY 1
               UNTIL WRK-IX-LISTA-H > WRK-QTD-ANEL-H.
               FUNCTION MOD (WRK-QTD-HIST - WRK-QTD-ANEL-H
                   + WRK-IX-LISTA-H - 1, 10) + 1.
           MOVE WRK-HIST-LINHA (WRK-IX-HIST) TO WRK-HIST-ESPELHO.
           IF WRK-HE-TIPO = 'E'
               DISPLAY WRK-IX-LISTA-H ' - ' WRK-HE-DATA ' '
                   WRK-HE-HORA ' ' WRK-HE-EXPRESSAO
           ELSE
               MOVE WRK-HE-NUM1 TO WRK-NUM1-ED
               MOVE WRK-HE-NUM2 TO WRK-NUM2-ED
               DISPLAY WRK-IX-LISTA-H ' - ' WRK-HE-DATA ' '
                   WRK-HE-HORA ' ' WRK-NUM1-ED ' ' WRK-NUM2-ED
           END-IF.

       P630-RECHAMA-OPERANDOS.
           DISPLAY 'NUMERO DO CALCULO A RECHAMAR (0 VOLTA): '.
                       + WRK-ESCOLHA-HIST - 1, 10) + 1
               MOVE WRK-HIST-LINHA (WRK-IX-HIST)
                 TO WRK-HIST-ESPELHO
               IF WRK-HE-TIPO = 'E'
                   MOVE WRK-HE-EXPRESSAO TO WRK-EX-TEXTO
                   DISPLAY 'RECALCULANDO ' WRK-EX-TEXTO
                   PERFORM P855-CALCULA-EXPRESSAO
               ELSE
                   MOVE WRK-HE-NUM1 TO WRK-NUM1
                   MOVE WRK-HE-NUM2 TO WRK-NUM2
                   MOVE WRK-NUM1 TO WRK-NUM1-ED
                   MOVE WRK-NUM2 TO WRK-NUM2-ED
                   DISPLAY 'RECALCULANDO COM ' WRK-NUM1-ED ' E '
                       WRK-NUM2-ED
                   PERFORM P205-EXECUTA-OPERACOES
               END-IF
           END-IF.

      *================= TABELA DE AMORTIZACAO ========================
      * Price: prestacao constante, juros sobre o saldo e amortizacao
      * pela diferenca; SAC: amortizacao constante e prestacao
      * decrescente. Os vencimentos seguem mes a mes no dia do
      * primeiro (ultimo dia do mes quando o dia nao existe)
       P700-AMORTIZACAO.
           DISPLAY 'VALOR PRINCIPAL: '
           ACCEPT WRK-AM-PRINCIPAL
           DISPLAY 'TAXA MENSAL EM % (EX: 1.5): '
           ACCEPT WRK-AM-TAXA
           DISPLAY 'NUMERO DE PARCELAS (1 A 360): '
           ACCEPT WRK-AM-QTD-PARC
           DISPLAY 'METODO: <P> PRICE  <S> SAC: '
           ACCEPT WRK-AM-METODO
           DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD): '
           ACCEPT WRK-AM-DT-PRIMEIRA

           MOVE 0 TO WRK-AM-LINHA-LOTE.
           PERFORM P715-CRITICA-AMORT.
           IF WRK-AM-MOTIVO = SPACES
               PERFORM P721-CALCULA-BASE
           END-IF.
           IF WRK-AM-MOTIVO NOT = SPACES
               MOVE 'CAL0003' TO WRK-ERRO-COD
               MOVE WRK-AM-MOTIVO TO WRK-ERRO-MSG
               PERFORM P900-EXIBE-ERRO
           ELSE
               OPEN OUTPUT ARQ-PARC
               MOVE 'S' TO WRK-AM-EXIBE
               PERFORM P720-GERA-TABELA
               CLOSE ARQ-PARC
               DISPLAY 'TABELA GRAVADA EM CALCPARC'
           END-IF.

      * criticas comuns a tela e ao lote
       P715-CRITICA-AMORT.
           MOVE SPACES TO WRK-AM-MOTIVO.
           IF WRK-AM-PRINCIPAL = 0
               MOVE 'PRINCIPAL ZERADO' TO WRK-AM-MOTIVO
           ELSE
           IF NOT AM-METODO-PRICE AND NOT AM-METODO-SAC
               MOVE 'METODO DEVE SER P OU S' TO WRK-AM-MOTIVO
           ELSE
           IF WRK-AM-QTD-PARC = 0 OR WRK-AM-QTD-PARC > 360
               MOVE 'PARCELAS FORA DE 1 A 360' TO WRK-AM-MOTIVO
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD (WRK-AM-DT-PRIMEIRA) NOT = 0
              OR WRK-AM-DT-PRIMEIRA > 99691231
               MOVE 'PRIMEIRO VENCIMENTO INVALIDO' TO WRK-AM-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF.

      * prestacao do Price (ou cota de amortizacao do SAC) ja na
      * precisao escolhida; a que some na precisao e recusada
       P721-CALCULA-BASE.
           COMPUTE WRK-AM-I = WRK-AM-TAXA / 100.
           MOVE WRK-AM-PRINCIPAL TO WRK-AM-SALDO.
           MOVE 0 TO WRK-AM-PRESTACAO.
           MOVE 0 TO WRK-AM-COTA.
           IF AM-METODO-SAC OR WRK-AM-I = 0
               COMPUTE WRK-RESULT-BRUTO =
                   WRK-AM-PRINCIPAL / WRK-AM-QTD-PARC
           ELSE
               COMPUTE WRK-AM-BASE = 1 + WRK-AM-I
               COMPUTE WRK-AM-FATOR =
                   WRK-AM-BASE ** WRK-AM-QTD-PARC
                   ON SIZE ERROR
                       MOVE 'ERRO NO CALCULO DA PRESTACAO'
                         TO WRK-AM-MOTIVO
               END-COMPUTE
               IF WRK-AM-MOTIVO = SPACES
                   COMPUTE WRK-AM-DIVISOR = WRK-AM-FATOR - 1
                   COMPUTE WRK-RESULT-BRUTO =
                       WRK-AM-PRINCIPAL * WRK-AM-I * WRK-AM-FATOR /
                       WRK-AM-DIVISOR
                       ON SIZE ERROR
                           MOVE 'ERRO NO CALCULO DA PRESTACAO'
                             TO WRK-AM-MOTIVO
                   END-COMPUTE
               END-IF
           END-IF.
           IF WRK-AM-MOTIVO = SPACES
               PERFORM P206-APLICA-PRECISAO
               IF AM-METODO-SAC
                   MOVE WRK-RESULT TO WRK-AM-COTA
               ELSE
                   MOVE WRK-RESULT TO WRK-AM-PRESTACAO
               END-IF
               IF WRK-RESULT = 0
                   MOVE 'PARCELA ZERADA NA PRECISAO' TO WRK-AM-MOTIVO
               END-IF
           END-IF.

      * grava o cabecalho e uma linha por parcela no CALCPARC; na
      * tela cada parcela tambem e exibida
       P720-GERA-TABELA.
           MOVE SPACES TO REG-PARC-CAB.
           MOVE 'C'                TO PC-TIPO-CAB.
           MOVE WRK-AM-METODO      TO PC-METODO.
           MOVE WRK-AM-PRINCIPAL   TO PC-PRINCIPAL.
           MOVE WRK-AM-TAXA        TO PC-TAXA.
           MOVE WRK-AM-QTD-PARC    TO PC-QTD-PARC.
           MOVE WRK-AM-DT-PRIMEIRA TO PC-DT-PRIMEIRA.
           MOVE WRK-PRECISAO       TO PC-PRECISAO.
           MOVE WRK-ARREDONDA      TO PC-ARREDONDA.
           MOVE WRK-AM-LINHA-LOTE  TO PC-LINHA-LOTE.
           WRITE REG-PARC-CAB.

           MOVE 0 TO WRK-AM-TOT-PARCELAS.
           MOVE 0 TO WRK-AM-TOT-JUROS.
           MOVE 0 TO WRK-AM-TOT-AMORT.
           MOVE WRK-AM-DT-PRIMEIRA TO WRK-AM-VENCTO-N.
           MOVE WRK-AM-VC-DIA TO WRK-AM-DIA-BASE.

           IF WRK-AM-EXIBE = 'S'
               IF AM-METODO-SAC
                   DISPLAY 'TABELA SAC'
               ELSE
                   DISPLAY 'TABELA PRICE'
               END-IF
               DISPLAY '  N VENCTO          PARCELA          JUROS'
                   '    AMORTIZACAO          SALDO'
           END-IF.

           PERFORM P722-GERA-PARCELA
               VARYING WRK-AM-IX FROM 1 BY 1
               UNTIL WRK-AM-IX > WRK-AM-QTD-PARC.

           IF WRK-AM-EXIBE = 'S'
               MOVE WRK-AM-TOT-PARCELAS TO WRK-AM-VLR-ED
               MOVE WRK-AM-TOT-JUROS    TO WRK-AM-VLR2-ED
               MOVE WRK-AM-TOT-AMORT    TO WRK-AM-VLR3-ED
               DISPLAY 'TOTAIS       ' WRK-AM-VLR-ED ' ' WRK-AM-VLR2-ED
                   ' ' WRK-AM-VLR3-ED
           END-IF.

      * juros sobre o saldo na precisao escolhida; a ultima parcela
      * amortiza todo o saldo que sobrou, o que leva o saldo a zero
       P722-GERA-PARCELA.
           IF WRK-AM-IX > 1
               PERFORM P723-PROXIMO-VENCIMENTO
           END-IF.
           COMPUTE WRK-RESULT-BRUTO = WRK-AM-SALDO * WRK-AM-I.
           PERFORM P206-APLICA-PRECISAO.
           MOVE WRK-RESULT TO WRK-AM-JUROS.
           IF WRK-AM-IX = WRK-AM-QTD-PARC
               MOVE WRK-AM-SALDO TO WRK-AM-AMORT
           ELSE
               IF AM-METODO-SAC
                   MOVE WRK-AM-COTA TO WRK-AM-AMORT
               ELSE
                   COMPUTE WRK-AM-AMORT =
                       WRK-AM-PRESTACAO - WRK-AM-JUROS
               END-IF
           END-IF.
           COMPUTE WRK-AM-PARCELA = WRK-AM-AMORT + WRK-AM-JUROS.
           SUBTRACT WRK-AM-AMORT FROM WRK-AM-SALDO.
           ADD WRK-AM-PARCELA TO WRK-AM-TOT-PARCELAS.
           ADD WRK-AM-JUROS   TO WRK-AM-TOT-JUROS.
           ADD WRK-AM-AMORT   TO WRK-AM-TOT-AMORT.

           MOVE SPACES TO REG-PARC-DET.
           MOVE 'P'              TO PC-TIPO.
           MOVE WRK-AM-IX        TO PC-NUMERO.
           MOVE WRK-AM-VENCTO-N  TO PC-VENCIMENTO.
           MOVE WRK-AM-PARCELA   TO PC-VLR-PARCELA.
           MOVE WRK-AM-JUROS     TO PC-VLR-JUROS.
           MOVE WRK-AM-AMORT     TO PC-VLR-AMORT.
           MOVE WRK-AM-SALDO     TO PC-SALDO.
           WRITE REG-PARC-DET.

           IF WRK-AM-EXIBE = 'S'
               MOVE WRK-AM-PARCELA TO WRK-AM-VLR-ED
               MOVE WRK-AM-JUROS   TO WRK-AM-VLR2-ED
               MOVE WRK-AM-AMORT   TO WRK-AM-VLR3-ED
               MOVE WRK-AM-SALDO   TO WRK-AM-VLR4-ED
               DISPLAY WRK-AM-IX ' ' WRK-AM-VENCTO-N ' '
                   WRK-AM-VLR-ED ' ' WRK-AM-VLR2-ED ' '
                   WRK-AM-VLR3-ED ' ' WRK-AM-VLR4-ED
           END-IF.

      * mes seguinte no dia do primeiro vencimento; mes sem esse dia
      * (31 em abril, 29 a 31 em fevereiro) vence no ultimo dia
       P723-PROXIMO-VENCIMENTO.
           IF WRK-AM-VC-MES = 12
               ADD 1 TO WRK-AM-VC-ANO
               MOVE 01 TO WRK-AM-VC-MES
           ELSE
               ADD 1 TO WRK-AM-VC-MES
           END-IF.
           MOVE WRK-AM-VC-ANO TO WRK-AM-PM-ANO.
           MOVE WRK-AM-VC-MES TO WRK-AM-PM-MES.
           MOVE 01 TO WRK-AM-PM-DIA.
           IF WRK-AM-PM-MES = 12
               ADD 1 TO WRK-AM-PM-ANO
               MOVE 01 TO WRK-AM-PM-MES
           ELSE
               ADD 1 TO WRK-AM-PM-MES
           END-IF.
           COMPUTE WRK-AM-ULT-DIA =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WRK-AM-PROX-MES-N) - 1).
           IF WRK-AM-DIA-BASE > WRK-AM-ULT-DIA (7:2)
               MOVE WRK-AM-ULT-DIA (7:2) TO WRK-AM-VC-DIA
           ELSE
               MOVE WRK-AM-DIA-BASE TO WRK-AM-VC-DIA
           END-IF.

      *================= CORRECAO MONETARIA ===========================
      * compoe as taxas mensais do indice do mes inicial ao final,
      * inclusive: fator = produto de (1 + taxa/100); o valor corrigido
      * de cada mes e o valor original vezes o fator ate o mes, com a
      * precisao e o arredondamento escolhidos
       P800-CORRECAO.
           DISPLAY 'VALOR A CORRIGIR: '
           ACCEPT WRK-CM-VALOR
           DISPLAY 'INDICE (EX: IPCA, IGPM, SELIC): '
           ACCEPT WRK-CM-INDICE
           DISPLAY 'MES INICIAL (AAAAMM): '
           ACCEPT WRK-CM-MES-INICIO
           DISPLAY 'MES FINAL (AAAAMM): '
           ACCEPT WRK-CM-MES-FIM

           MOVE 0 TO WRK-CM-LINHA-LOTE.
           PERFORM P815-CRITICA-CORRECAO.
           IF WRK-CM-MOTIVO = SPACES
               PERFORM P816-CARREGA-TAXAS
           END-IF.
           IF WRK-CM-INDIC-ABERTO = 'S'
               CLOSE CADINDIC
               MOVE 'N' TO WRK-CM-INDIC-ABERTO
           END-IF.
           IF WRK-CM-MOTIVO NOT = SPACES
               MOVE 'CAL0004' TO WRK-ERRO-COD
               MOVE WRK-CM-MOTIVO TO WRK-ERRO-MSG
               PERFORM P900-EXIBE-ERRO
           ELSE
               OPEN OUTPUT ARQ-CORM
               MOVE 'S' TO WRK-CM-EXIBE
               PERFORM P820-GRAVA-CORRECAO
               CLOSE ARQ-CORM
               DISPLAY 'CORRECAO GRAVADA EM CALCCORR'
           END-IF.

      * criticas comuns a tela e ao lote; o periodo vai ate 600 meses
       P815-CRITICA-CORRECAO.
           MOVE SPACES TO WRK-CM-MOTIVO.
           MOVE FUNCTION UPPER-CASE (WRK-CM-INDICE) TO WRK-CM-INDICE.
           MOVE WRK-CM-MES-INICIO TO WRK-CM-MES-INI-R.
           MOVE WRK-CM-MES-FIM    TO WRK-CM-MES-FIM-R.
           COMPUTE WRK-CM-QTD-MESES =
               (WRK-CM-FIM-ANO * 12 + WRK-CM-FIM-MES) -
               (WRK-CM-INI-ANO * 12 + WRK-CM-INI-MES) + 1.
           IF WRK-CM-VALOR = 0
               MOVE 'VALOR ZERADO' TO WRK-CM-MOTIVO
           ELSE
           IF WRK-CM-INDICE = SPACES
               MOVE 'INDICE E OBRIGATORIO' TO WRK-CM-MOTIVO
           ELSE
           IF WRK-CM-INI-MES < 1 OR WRK-CM-INI-MES > 12 OR
              WRK-CM-FIM-MES < 1 OR WRK-CM-FIM-MES > 12
               MOVE 'MES DO PERIODO INVALIDO' TO WRK-CM-MOTIVO
           ELSE
           IF WRK-CM-QTD-MESES < 1
               MOVE 'MES FINAL ANTES DO INICIAL' TO WRK-CM-MOTIVO
           ELSE
           IF WRK-CM-QTD-MESES > 600
               MOVE 'PERIODO ACIMA DE 600 MESES' TO WRK-CM-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * le a taxa de cada mes do periodo e acumula o fator; o
      * primeiro mes sem taxa recusa o calculo e e nomeado no motivo
       P816-CARREGA-TAXAS.
           IF WRK-CM-INDIC-ABERTO NOT = 'S'
               OPEN INPUT CADINDIC
               IF WS-FS-INDIC = 0
                   MOVE 'S' TO WRK-CM-INDIC-ABERTO
               END-IF
           END-IF.
           IF WRK-CM-INDIC-ABERTO NOT = 'S'
               MOVE 'TABELA CADINDIC INDISPONIVEL' TO WRK-CM-MOTIVO
           ELSE
               MOVE WRK-CM-MES-INICIO TO WRK-CM-MES-ATUAL-N
               MOVE 1 TO WRK-CM-FATOR
               PERFORM P817-TAXA-DO-MES
                   VARYING WRK-CM-IX FROM 1 BY 1
                   UNTIL WRK-CM-IX > WRK-CM-QTD-MESES
                      OR WRK-CM-MOTIVO NOT = SPACES
           END-IF.

       P817-TAXA-DO-MES.
           MOVE WRK-CM-INDICE      TO IN-CODIGO.
           MOVE WRK-CM-MES-ATUAL-N TO IN-ANO-MES.
           READ CADINDIC
               INVALID KEY
                   STRING 'MES ' WRK-CM-MES-ATUAL-N ' SEM TAXA NO '
                       WRK-CM-INDICE
                       DELIMITED BY SIZE INTO WRK-CM-MOTIVO
               NOT INVALID KEY
                   COMPUTE WRK-CM-BASE = IN-TAXA / 100
                   ADD 1 TO WRK-CM-BASE
                   COMPUTE WRK-CM-FATOR = WRK-CM-FATOR * WRK-CM-BASE
                       ON SIZE ERROR
                           MOVE 'FATOR ACUMULADO FORA DA FAIXA'
                             TO WRK-CM-MOTIVO
                   END-COMPUTE
                   MOVE WRK-CM-MES-ATUAL-N TO WRK-CM-TB-ANO-MES
                                                 (WRK-CM-IX)
                   MOVE IN-TAXA      TO WRK-CM-TB-TAXA (WRK-CM-IX)
                   MOVE WRK-CM-FATOR TO WRK-CM-TB-FATOR (WRK-CM-IX)
           END-READ.
           IF WRK-CM-AT-MES = 12
               ADD 1 TO WRK-CM-AT-ANO
               MOVE 01 TO WRK-CM-AT-MES
           ELSE
               ADD 1 TO WRK-CM-AT-MES
           END-IF.

      * grava o cabecalho com o resultado e uma linha por mes no
      * CALCCORR; na tela a evolucao tambem e exibida
       P820-GRAVA-CORRECAO.
           COMPUTE WRK-RESULT-BRUTO = WRK-CM-VALOR * WRK-CM-FATOR
               ON SIZE ERROR
                   MOVE 0 TO WRK-RESULT-BRUTO
           END-COMPUTE.
           PERFORM P206-APLICA-PRECISAO.
           MOVE WRK-RESULT TO WRK-CM-VLR-CORRIGIDO.

           MOVE SPACES TO REG-CORM-CAB.
           MOVE 'C'                  TO CM-TIPO-CAB.
           MOVE WRK-CM-INDICE        TO CM-INDICE.
           MOVE WRK-CM-MES-INICIO    TO CM-MES-INICIO.
           MOVE WRK-CM-MES-FIM       TO CM-MES-FIM.
           MOVE WRK-CM-VALOR         TO CM-VALOR.
           MOVE WRK-CM-FATOR         TO CM-FATOR.
           MOVE WRK-CM-VLR-CORRIGIDO TO CM-VLR-CORRIGIDO.
           MOVE WRK-PRECISAO         TO CM-PRECISAO.
           MOVE WRK-ARREDONDA        TO CM-ARREDONDA.
           MOVE WRK-CM-LINHA-LOTE    TO CM-LINHA-LOTE.
           WRITE REG-CORM-CAB.

           IF WRK-CM-EXIBE = 'S'
               DISPLAY 'CORRECAO PELO ' WRK-CM-INDICE ' DE '
                   WRK-CM-MES-INICIO ' A ' WRK-CM-MES-FIM
               DISPLAY 'MES        TAXA %      FATOR ACUM.'
                   '   VALOR CORRIGIDO'
           END-IF.

           PERFORM P821-GRAVA-MES
               VARYING WRK-CM-IX FROM 1 BY 1
               UNTIL WRK-CM-IX > WRK-CM-QTD-MESES.

           IF WRK-CM-EXIBE = 'S'
               MOVE WRK-CM-FATOR TO WRK-CM-FATOR-ED
               MOVE WRK-CM-VLR-CORRIGIDO TO WRK-CM-VLR-ED
               DISPLAY 'FATOR ACUMULADO: ' WRK-CM-FATOR-ED
               DISPLAY 'VALOR CORRIGIDO: ' WRK-CM-VLR-ED
           END-IF.

       P821-GRAVA-MES.
           COMPUTE WRK-RESULT-BRUTO =
               WRK-CM-VALOR * WRK-CM-TB-FATOR (WRK-CM-IX)
               ON SIZE ERROR
                   MOVE 0 TO WRK-RESULT-BRUTO
           END-COMPUTE.
           PERFORM P206-APLICA-PRECISAO.

           MOVE SPACES TO REG-CORM-DET.
           MOVE 'M'                           TO CM-TIPO.
           MOVE WRK-CM-TB-ANO-MES (WRK-CM-IX) TO CM-ANO-MES.
           MOVE WRK-CM-TB-TAXA (WRK-CM-IX)    TO CM-TAXA.
           MOVE WRK-CM-TB-FATOR (WRK-CM-IX)   TO CM-FATOR-ACUM.
           MOVE WRK-RESULT                    TO CM-VLR-MES.
           WRITE REG-CORM-DET.

           IF WRK-CM-EXIBE = 'S'
               MOVE WRK-CM-TB-TAXA (WRK-CM-IX)  TO WRK-CM-TAXA-ED
               MOVE WRK-CM-TB-FATOR (WRK-CM-IX) TO WRK-CM-FATOR-ED
               MOVE WRK-RESULT TO WRK-CM-VLR-ED
               DISPLAY WRK-CM-TB-ANO-MES (WRK-CM-IX) ' '
                   WRK-CM-TAXA-ED ' ' WRK-CM-FATOR-ED ' '
                   WRK-CM-VLR-ED
           END-IF.

      *================= EXPRESSAO ====================================
      * formula digitada em uma linha: + - * / % (A % B = A por cento
      * de B, como no percentual), ^ ou ** para potencia, RAIZ(X) ou
      * SQRT(X), parenteses e numeros negativos, com ponto ou virgula
      * decimal
       P850-EXPRESSAO.
           DISPLAY 'EXPRESSAO (+ - * / ^ OU **, A % B = A POR CENTO'
               ' DE B, RAIZ(X), PARENTESES E NEGATIVOS): '
           MOVE SPACES TO WRK-EX-TEXTO
           ACCEPT WRK-EX-TEXTO
           PERFORM P855-CALCULA-EXPRESSAO.

      * comum a tela e a rechamada pelo historico
       P855-CALCULA-EXPRESSAO.
           PERFORM P860-AVALIA-EXPRESSAO.
           IF EX-SEM-ERRO
               PERFORM P206-APLICA-PRECISAO
               MOVE WRK-RESULT TO WRK-RESULT-ED
               DISPLAY 'O RESULTADO E: ' WRK-RESULT-ED
               PERFORM P857-GRAVA-HIST-EXPR
           ELSE
               PERFORM P856-ERRO-EXPRESSAO
           END-IF.

      * a expressao e repetida com uma marca embaixo da posicao do
      * erro antes da caixa de mensagem
       P856-ERRO-EXPRESSAO.
           MOVE SPACES TO WRK-EX-MARCA.
           MOVE '^' TO WRK-EX-MARCA (WRK-EX-ERRO-POS:1).
           DISPLAY '  ' WRK-EX-TEXTO.
           DISPLAY '  ' WRK-EX-MARCA.
           MOVE SPACES TO WRK-ERRO-MSG.
           EVALUATE TRUE
               WHEN EX-ERRO-DIVISAO
                   MOVE 'CAL0002' TO WRK-ERRO-COD
                   STRING 'ERRO: DIVISAO POR ZERO NA POSICAO '
                       WRK-EX-ERRO-POS
                       DELIMITED BY SIZE INTO WRK-ERRO-MSG
               WHEN EX-ERRO-SINTAXE
                   MOVE 'CAL0005' TO WRK-ERRO-COD
                   STRING 'EXPRESSAO: ' WRK-EX-MOTIVO
                       DELIMITED BY SIZE INTO WRK-ERRO-MSG
               WHEN OTHER
                   MOVE 'CAL0001' TO WRK-ERRO-COD
                   STRING 'ERRO NO CALCULO: ' WRK-EX-MOTIVO
                       DELIMITED BY SIZE INTO WRK-ERRO-MSG
           END-EVALUATE.
           PERFORM P900-EXIBE-ERRO.

      * a expressao avaliada entra no CALCHIST com HS-TIPO 'E' para
      * o modo <H> listar e rechamar
       P857-GRAVA-HIST-EXPR.
           OPEN EXTEND ARQ-HIST.
           IF WS-FS-HIST = 35
               OPEN OUTPUT ARQ-HIST
               CLOSE ARQ-HIST
               OPEN EXTEND ARQ-HIST
           END-IF.
           ACCEPT WRK-DT-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DT-ATUAL TO HS-DATA.
           ACCEPT HS-HORA FROM TIME.
           MOVE 0 TO HS-NUM1.
           MOVE 0 TO HS-NUM2.
           MOVE 0 TO HS-SOMA.
           MOVE 0 TO HS-SUB.
           MOVE 0 TO HS-MULT.
           MOVE 0 TO HS-DIV.
           MOVE WRK-PRECISAO  TO HS-PRECISAO.
           MOVE WRK-ARREDONDA TO HS-ARREDONDA.
           MOVE 'E'           TO HS-TIPO.
           MOVE WRK-EX-TEXTO  TO HS-EXPRESSAO.
           MOVE WRK-RESULT    TO HS-RESULT-EXPR.
           WRITE REG-HIST.
           CLOSE ARQ-HIST.

      * avalia WRK-EX-TEXTO e deixa o resultado em WRK-RESULT-BRUTO;
      * em erro, WRK-EX-ERRO-TIPO diz a classe (S escrita, Z divisao
      * por zero, C calculo), WRK-EX-ERRO-POS a coluna da expressao e
      * WRK-EX-MOTIVO o texto com a posicao (cabe no CALCREJ)
       P860-AVALIA-EXPRESSAO.
           MOVE SPACE TO WRK-EX-ERRO-TIPO.
           MOVE SPACES TO WRK-EX-MOTIVO.
           MOVE 0 TO WRK-EX-ERRO-POS.
           MOVE 0 TO WRK-EX-QTD-VAL.
           MOVE 0 TO WRK-EX-QTD-OP.
           MOVE 0 TO WRK-RESULT-BRUTO.
           MOVE 'O' TO WRK-EX-ESPERA.
           MOVE 1 TO WRK-EX-POS.
           MOVE FUNCTION UPPER-CASE (WRK-EX-TEXTO) TO WRK-EX-TEXTO.
           IF WRK-EX-TEXTO = SPACES
               MOVE 0 TO WRK-EX-TAM
               MOVE 1 TO WRK-EX-ERRO-POS
               MOVE 'EXPRESSAO VAZIA' TO WRK-EX-TXT-ERRO
               PERFORM P868-ERRO-SINTAXE
           ELSE
               COMPUTE WRK-EX-TAM = FUNCTION LENGTH
                   (FUNCTION TRIM (WRK-EX-TEXTO TRAILING))
               PERFORM P861-LE-SIMBOLO
                   UNTIL WRK-EX-POS > WRK-EX-TAM
                      OR NOT EX-SEM-ERRO
           END-IF.
           IF EX-SEM-ERRO AND NOT EX-ESPERA-OPERADOR
               COMPUTE WRK-EX-ERRO-POS = WRK-EX-TAM + 1
               MOVE 'EXPRESSAO INCOMPLETA' TO WRK-EX-TXT-ERRO
               PERFORM P868-ERRO-SINTAXE
           END-IF.
           PERFORM P870-APLICA-OPERADOR
               UNTIL WRK-EX-QTD-OP = 0
                  OR NOT EX-SEM-ERRO.
           IF EX-SEM-ERRO
               MOVE WRK-EX-VAL (1) TO WRK-RESULT-BRUTO
           END-IF.

       P861-LE-SIMBOLO.
           MOVE WRK-EX-TEXTO (WRK-EX-POS:1) TO WRK-EX-CAR.
           EVALUATE TRUE
               WHEN WRK-EX-CAR = SPACE
                   ADD 1 TO WRK-EX-POS
               WHEN WRK-EX-CAR IS NUMERIC
                 OR WRK-EX-CAR = '.' OR WRK-EX-CAR = ','
                   PERFORM P862-LE-NUMERO
               WHEN WRK-EX-CAR = '('
                   PERFORM P864-ABRE-PARENTESE
               WHEN WRK-EX-CAR = ')'
                   PERFORM P865-FECHA-PARENTESE
               WHEN WRK-EX-CAR = '+' OR WRK-EX-CAR = '-'
                 OR WRK-EX-CAR = '*' OR WRK-EX-CAR = '/'
                 OR WRK-EX-CAR = '%' OR WRK-EX-CAR = '^'
                   PERFORM P866-OPERADOR
               WHEN WRK-EX-CAR = 'R' OR WRK-EX-CAR = 'S'
                   PERFORM P867-RAIZ
               WHEN OTHER
                   MOVE WRK-EX-POS TO WRK-EX-ERRO-POS
                   MOVE 'CARACTERE INVALIDO' TO WRK-EX-TXT-ERRO
                   PERFORM P868-ERRO-SINTAXE
           END-EVALUATE.

      * numero sem sinal (o menos a frente e operador unario), com
      * ate 10 inteiros e 6 decimais
       P862-LE-NUMERO.
           IF NOT EX-ESPERA-NUMERO
               PERFORM P869-ERRO-FORA-DE-LUGAR
           ELSE
               MOVE WRK-EX-POS TO WRK-EX-INICIO
               MOVE 0 TO WRK-EX-NUMERO
               MOVE 1 TO WRK-EX-DIVISOR
               MOVE 'N' TO WRK-EX-DECIMAL
               MOVE 'N' TO WRK-EX-TEM-DIGITO
               MOVE 'N' TO WRK-EX-FIM-NUMERO
               PERFORM P863-LE-DIGITO
                   UNTIL WRK-EX-FIM-NUMERO = 'S'
                      OR NOT EX-SEM-ERRO
               IF EX-SEM-ERRO AND WRK-EX-TEM-DIGITO = 'N'
                   MOVE WRK-EX-INICIO TO WRK-EX-ERRO-POS
                   MOVE 'NUMERO MAL FORMADO' TO WRK-EX-TXT-ERRO
                   PERFORM P868-ERRO-SINTAXE
               END-IF
               IF EX-SEM-ERRO
                   ADD 1 TO WRK-EX-QTD-VAL
                   MOVE WRK-EX-NUMERO TO WRK-EX-VAL (WRK-EX-QTD-VAL)
                   MOVE 'B' TO WRK-EX-ESPERA
               END-IF
           END-IF.

       P863-LE-DIGITO.
           MOVE WRK-EX-TEXTO (WRK-EX-POS:1) TO WRK-EX-CAR.
           IF WRK-EX-CAR IS NUMERIC
               MOVE 'S' TO WRK-EX-TEM-DIGITO
               MOVE WRK-EX-CAR TO WRK-EX-DIGITO
               IF WRK-EX-DECIMAL = 'S'
                   IF WRK-EX-DIVISOR >= 1000000
                       MOVE WRK-EX-POS TO WRK-EX-ERRO-POS
                       MOVE 'NUMERO MAL FORMADO' TO WRK-EX-TXT-ERRO
                       PERFORM P868-ERRO-SINTAXE
                   ELSE
                       MULTIPLY 10 BY WRK-EX-DIVISOR
                       COMPUTE WRK-EX-NUMERO = WRK-EX-NUMERO +
                           WRK-EX-DIGITO / WRK-EX-DIVISOR
                   END-IF
               ELSE
                   COMPUTE WRK-EX-NUMERO =
                       WRK-EX-NUMERO * 10 + WRK-EX-DIGITO
                       ON SIZE ERROR
                           MOVE WRK-EX-INICIO TO WRK-EX-ERRO-POS
                           MOVE 'NUMERO GRANDE DEMAIS'
                             TO WRK-EX-TXT-ERRO
                           PERFORM P868-ERRO-SINTAXE
                   END-COMPUTE
               END-IF
               ADD 1 TO WRK-EX-POS
           ELSE
               IF WRK-EX-CAR = '.' OR WRK-EX-CAR = ','
                   IF WRK-EX-DECIMAL = 'S'
                       MOVE WRK-EX-POS TO WRK-EX-ERRO-POS
                       MOVE 'NUMERO MAL FORMADO' TO WRK-EX-TXT-ERRO
                       PERFORM P868-ERRO-SINTAXE
                   ELSE
                       MOVE 'S' TO WRK-EX-DECIMAL
                       ADD 1 TO WRK-EX-POS
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-EX-FIM-NUMERO
               END-IF
           END-IF.
           IF WRK-EX-POS > WRK-EX-TAM
               MOVE 'S' TO WRK-EX-FIM-NUMERO
           END-IF.

       P864-ABRE-PARENTESE.
           IF EX-ESPERA-OPERADOR
               PERFORM P869-ERRO-FORA-DE-LUGAR
           ELSE
               ADD 1 TO WRK-EX-QTD-OP
               MOVE '(' TO WRK-EX-OP (WRK-EX-QTD-OP)
               MOVE WRK-EX-POS TO WRK-EX-OP-POS (WRK-EX-QTD-OP)
               MOVE 'O' TO WRK-EX-ESPERA
               ADD 1 TO WRK-EX-POS
           END-IF.

      * resolve tudo ate o '(' correspondente; RAIZ logo antes do
      * parentese e aplicada sobre o valor que ele fechou
       P865-FECHA-PARENTESE.
           IF NOT EX-ESPERA-OPERADOR
               PERFORM P869-ERRO-FORA-DE-LUGAR
           ELSE
               MOVE 'N' TO WRK-EX-PARA
               PERFORM P871-DESEMPILHA-ATE-ABRE
                   UNTIL WRK-EX-PARA = 'S'
               IF EX-SEM-ERRO
                   IF WRK-EX-QTD-OP = 0
                       MOVE WRK-EX-POS TO WRK-EX-ERRO-POS
                       MOVE 'PARENTESE SOBRANDO' TO WRK-EX-TXT-ERRO
                       PERFORM P868-ERRO-SINTAXE
                   ELSE
                       SUBTRACT 1 FROM WRK-EX-QTD-OP
                       IF WRK-EX-QTD-OP > 0
                           IF WRK-EX-OP (WRK-EX-QTD-OP) = 'R'
                               PERFORM P870-APLICA-OPERADOR
                           END-IF
                       END-IF
                       ADD 1 TO WRK-EX-POS
                   END-IF
               END-IF
           END-IF.

      * menos no lugar de um numero e unario; mais no mesmo lugar e
      * ignorado; ** e a mesma potencia que ^
       P866-OPERADOR.
           MOVE WRK-EX-CAR TO WRK-EX-OP-NOVO.
           MOVE WRK-EX-POS TO WRK-EX-POS-ATUAL.
           IF WRK-EX-CAR = '*' AND WRK-EX-POS < WRK-EX-TAM
               IF WRK-EX-TEXTO (WRK-EX-POS + 1:1) = '*'
                   MOVE '^' TO WRK-EX-OP-NOVO
                   ADD 1 TO WRK-EX-POS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN EX-ESPERA-ABRE
                   MOVE WRK-EX-POS-ATUAL TO WRK-EX-POS
                   PERFORM P869-ERRO-FORA-DE-LUGAR
               WHEN EX-ESPERA-NUMERO AND WRK-EX-OP-NOVO = '-'
                   ADD 1 TO WRK-EX-QTD-OP
                   MOVE 'N' TO WRK-EX-OP (WRK-EX-QTD-OP)
                   MOVE WRK-EX-POS-ATUAL
                     TO WRK-EX-OP-POS (WRK-EX-QTD-OP)
                   ADD 1 TO WRK-EX-POS
               WHEN EX-ESPERA-NUMERO AND WRK-EX-OP-NOVO = '+'
                   ADD 1 TO WRK-EX-POS
               WHEN EX-ESPERA-NUMERO
                   MOVE WRK-EX-POS-ATUAL TO WRK-EX-POS
                   PERFORM P869-ERRO-FORA-DE-LUGAR
               WHEN OTHER
                   EVALUATE WRK-EX-OP-NOVO
                       WHEN '+'
                       WHEN '-'
                           MOVE 1 TO WRK-EX-PRIO-NOVO
                       WHEN '^'
                           MOVE 4 TO WRK-EX-PRIO-NOVO
                       WHEN OTHER
                           MOVE 2 TO WRK-EX-PRIO-NOVO
                   END-EVALUATE
                   MOVE 'N' TO WRK-EX-PARA
                   PERFORM P872-DESEMPILHA-PRIORIDADE
                       UNTIL WRK-EX-PARA = 'S'
                   IF EX-SEM-ERRO
                       ADD 1 TO WRK-EX-QTD-OP
                       MOVE WRK-EX-OP-NOVO
                         TO WRK-EX-OP (WRK-EX-QTD-OP)
                       MOVE WRK-EX-POS-ATUAL
                         TO WRK-EX-OP-POS (WRK-EX-QTD-OP)
                       MOVE 'O' TO WRK-EX-ESPERA
                       ADD 1 TO WRK-EX-POS
                   END-IF
           END-EVALUATE.

      * RAIZ ou SQRT, sempre seguida de parentese
       P867-RAIZ.
           IF WRK-EX-POS + 3 > WRK-EX-TAM
               MOVE WRK-EX-POS TO WRK-EX-ERRO-POS
               MOVE 'CARACTERE INVALIDO' TO WRK-EX-TXT-ERRO
               PERFORM P868-ERRO-SINTAXE
           ELSE
           IF WRK-EX-TEXTO (WRK-EX-POS:4) NOT = 'RAIZ' AND
              WRK-EX-TEXTO (WRK-EX-POS:4) NOT = 'SQRT'
               MOVE WRK-EX-POS TO WRK-EX-ERRO-POS
               MOVE 'CARACTERE INVALIDO' TO WRK-EX-TXT-ERRO
               PERFORM P868-ERRO-SINTAXE
           ELSE
           IF NOT EX-ESPERA-NUMERO
               PERFORM P869-ERRO-FORA-DE-LUGAR
           ELSE
               ADD 1 TO WRK-EX-QTD-OP
               MOVE 'R' TO WRK-EX-OP (WRK-EX-QTD-OP)
               MOVE WRK-EX-POS TO WRK-EX-OP-POS (WRK-EX-QTD-OP)
               MOVE 'F' TO WRK-EX-ESPERA
               ADD 4 TO WRK-EX-POS
           END-IF
           END-IF
           END-IF.

       P868-ERRO-SINTAXE.
           MOVE 'S' TO WRK-EX-ERRO-TIPO.
           PERFORM P878-MONTA-MOTIVO.

      * o simbolo da posicao atual nao cabe ali: o que faltava depende
      * do que era esperado
       P869-ERRO-FORA-DE-LUGAR.
           MOVE WRK-EX-POS TO WRK-EX-ERRO-POS.
           EVALUATE TRUE
               WHEN EX-ESPERA-ABRE
                   MOVE 'FALTA ( APOS RAIZ' TO WRK-EX-TXT-ERRO
               WHEN EX-ESPERA-NUMERO
                   MOVE 'NUMERO ESPERADO' TO WRK-EX-TXT-ERRO
               WHEN OTHER
                   MOVE 'OPERADOR ESPERADO' TO WRK-EX-TXT-ERRO
           END-EVALUATE.
           PERFORM P868-ERRO-SINTAXE.

      * tira o operador do topo e o aplica sobre a pilha de valores;
      * um '(' que sobra no fim nunca foi fechado
       P870-APLICA-OPERADOR.
           MOVE WRK-EX-OP (WRK-EX-QTD-OP)     TO WRK-EX-OP-ATUAL.
           MOVE WRK-EX-OP-POS (WRK-EX-QTD-OP) TO WRK-EX-POS-ATUAL.
           SUBTRACT 1 FROM WRK-EX-QTD-OP.
           EVALUATE WRK-EX-OP-ATUAL
               WHEN '('
                   MOVE WRK-EX-POS-ATUAL TO WRK-EX-ERRO-POS
                   MOVE 'FALTA FECHAR (' TO WRK-EX-TXT-ERRO
                   PERFORM P868-ERRO-SINTAXE
               WHEN 'N'
                   COMPUTE WRK-EX-VAL (WRK-EX-QTD-VAL) =
                       0 - WRK-EX-VAL (WRK-EX-QTD-VAL)
               WHEN 'R'
                   IF WRK-EX-VAL (WRK-EX-QTD-VAL) < 0
                       MOVE 'RAIZ NEGATIVA' TO WRK-EX-TXT-ERRO
                       PERFORM P877-ERRO-CALCULO
                   ELSE
                       COMPUTE WRK-EX-VAL (WRK-EX-QTD-VAL) =
                           FUNCTION SQRT (WRK-EX-VAL (WRK-EX-QTD-VAL))
                   END-IF
               WHEN OTHER
                   MOVE WRK-EX-VAL (WRK-EX-QTD-VAL) TO WRK-EX-B
                   SUBTRACT 1 FROM WRK-EX-QTD-VAL
                   MOVE WRK-EX-VAL (WRK-EX-QTD-VAL) TO WRK-EX-A
                   PERFORM P873-OPERACAO-BINARIA
                   MOVE WRK-EX-A TO WRK-EX-VAL (WRK-EX-QTD-VAL)
           END-EVALUATE.

       P871-DESEMPILHA-ATE-ABRE.
           IF WRK-EX-QTD-OP = 0
               MOVE 'S' TO WRK-EX-PARA
           ELSE
               IF WRK-EX-OP (WRK-EX-QTD-OP) = '('
                   MOVE 'S' TO WRK-EX-PARA
               ELSE
                   PERFORM P870-APLICA-OPERADOR
                   IF NOT EX-SEM-ERRO
                       MOVE 'S' TO WRK-EX-PARA
                   END-IF
               END-IF
           END-IF.

      * antes de empilhar um operador binario resolve os de maior
      * prioridade (ou de mesma, exceto na potencia) ja empilhados
       P872-DESEMPILHA-PRIORIDADE.
           IF WRK-EX-QTD-OP = 0
               MOVE 'S' TO WRK-EX-PARA
           ELSE
               EVALUATE WRK-EX-OP (WRK-EX-QTD-OP)
                   WHEN '+'
                   WHEN '-'
                       MOVE 1 TO WRK-EX-PRIO-TOPO
                   WHEN '*'
                   WHEN '/'
                   WHEN '%'
                       MOVE 2 TO WRK-EX-PRIO-TOPO
                   WHEN 'N'
                       MOVE 3 TO WRK-EX-PRIO-TOPO
                   WHEN '^'
                       MOVE 4 TO WRK-EX-PRIO-TOPO
                   WHEN OTHER
                       MOVE 0 TO WRK-EX-PRIO-TOPO
               END-EVALUATE
               IF WRK-EX-PRIO-TOPO = 0 OR
                  WRK-EX-PRIO-TOPO < WRK-EX-PRIO-NOVO OR
                  (WRK-EX-PRIO-TOPO = WRK-EX-PRIO-NOVO AND
                   WRK-EX-OP-NOVO = '^')
                   MOVE 'S' TO WRK-EX-PARA
               ELSE
                   PERFORM P870-APLICA-OPERADOR
                   IF NOT EX-SEM-ERRO
                       MOVE 'S' TO WRK-EX-PARA
                   END-IF
               END-IF
           END-IF.

       P873-OPERACAO-BINARIA.
           EVALUATE WRK-EX-OP-ATUAL
               WHEN '+'
                   COMPUTE WRK-EX-A = WRK-EX-A + WRK-EX-B
                       ON SIZE ERROR
                           PERFORM P876-ERRO-ESTOURO
                   END-COMPUTE
               WHEN '-'
                   COMPUTE WRK-EX-A = WRK-EX-A - WRK-EX-B
                       ON SIZE ERROR
                           PERFORM P876-ERRO-ESTOURO
                   END-COMPUTE
               WHEN '*'
                   COMPUTE WRK-EX-A = WRK-EX-A * WRK-EX-B
                       ON SIZE ERROR
                           PERFORM P876-ERRO-ESTOURO
                   END-COMPUTE
               WHEN '/'
                   IF WRK-EX-B = 0
                       PERFORM P875-ERRO-DIVISAO
                   ELSE
                       COMPUTE WRK-EX-A = WRK-EX-A / WRK-EX-B
                           ON SIZE ERROR
                               PERFORM P876-ERRO-ESTOURO
                       END-COMPUTE
                   END-IF
               WHEN '%'
                   COMPUTE WRK-EX-A = WRK-EX-B * WRK-EX-A / 100
                       ON SIZE ERROR
                           PERFORM P876-ERRO-ESTOURO
                   END-COMPUTE
               WHEN '^'
                   PERFORM P874-POTENCIA
           END-EVALUATE.

      * base negativa so com expoente inteiro; zero elevado a
      * expoente negativo e divisao por zero
       P874-POTENCIA.
           MOVE WRK-EX-B TO WRK-EX-EXPOENTE.
           IF WRK-EX-A < 0 AND WRK-EX-B NOT = WRK-EX-EXPOENTE
               MOVE 'POT INVALIDA' TO WRK-EX-TXT-ERRO
               PERFORM P877-ERRO-CALCULO
           ELSE
           IF WRK-EX-A = 0 AND WRK-EX-B < 0
               PERFORM P875-ERRO-DIVISAO
           ELSE
               COMPUTE WRK-EX-A = WRK-EX-A ** WRK-EX-B
                   ON SIZE ERROR
                       PERFORM P876-ERRO-ESTOURO
               END-COMPUTE
           END-IF
           END-IF.

       P875-ERRO-DIVISAO.
           MOVE 'Z' TO WRK-EX-ERRO-TIPO.
           MOVE WRK-EX-POS-ATUAL TO WRK-EX-ERRO-POS.
           MOVE 'DIV POR ZERO' TO WRK-EX-TXT-ERRO.
           PERFORM P878-MONTA-MOTIVO.

       P876-ERRO-ESTOURO.
           MOVE 'ESTOURO' TO WRK-EX-TXT-ERRO.
           PERFORM P877-ERRO-CALCULO.

       P877-ERRO-CALCULO.
           MOVE 'C' TO WRK-EX-ERRO-TIPO.
           MOVE WRK-EX-POS-ATUAL TO WRK-EX-ERRO-POS.
           PERFORM P878-MONTA-MOTIVO.

      * texto curto + posicao: cabe nos 30 do CALCREJ e, nos erros
      * de calculo, nos 22 do RL-OBS
       P878-MONTA-MOTIVO.
           MOVE SPACES TO WRK-EX-MOTIVO.
           STRING WRK-EX-TXT-ERRO DELIMITED BY '  '
               ' POS ' WRK-EX-ERRO-POS
               DELIMITED BY SIZE INTO WRK-EX-MOTIVO.

       P999-FIM.
            GOBACK.
       END PROGRAM DESAFIOM1.
