      *                     o arquivo fechado e cada gravacao falhava
      *                     em silencio. A conversao do BOLETIM antigo
      *                     e feita uma unica vez pelo CDCONVNOT.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - gravacao no BOLETIM conferida no CDONLINE:
      *                     com o lote segurando o online em somente
      *                     leitura ou fechado a nota nao e gravada
      *                     (faixa e caixa ONL do FORMERRO) e o modo
      *                     lote avulso termina com retorno 8; o proprio
      *                     CDBATCH continua gravando.
      *   15/10/2026 CAN - modo lote anota ponto de controle no CADREINI
      *                     pelo CDREINI a cada REINICIO_INTERVALO
      *                     registros do NOTASLOTE; lote que caiu retoma
      *                     do registro seguinte ao ponto com as
      *                     inclusoes e substituicoes do lote inteiro.
      *   15/10/2026 CAN - modo lote confere o NOTASLOTE no cadastro de
      *                     arquivos processados CADARQPR pelo CDARQREG
      *                     com o tipo NOTASAPLIC: lote ja aplicado e
      *                     recusado com codigo 16 (recarga forcada por
      *                     administrador com ARQREG_FORCA=NOTASAPLIC,
      *                     auditada no CADAUD), remessa do cabecalho
      *                     fora da sequencia termina com codigo 4, e o
      *                     lote integro e registrado no fim.
      *   15/10/2026 CAN - nota so entra na materia em que o aluno esta
      *                     inscrito no termo pelo cadastro CADINSCR
      *                     (CDINSCR): na tela a recusa sai com NOT0012
      *                     e no lote o registro e ignorado; sem o
      *                     CADINSCR em disco a conferencia fica
      *                     desligada.
      *   15/10/2026 CAN - aulas dadas propostas pela grade horaria da
      *                     turma (CDAULPRV): na tela o 0 aceita a
      *                     previsao e no lote o campo zerado assume a
      *                     previsao e o valor diferente gera aviso.
      *   15/10/2026 CAN - calendario de avaliacoes CADCALAV (CDCALAVA)
      *                     consultado pelo CDPRZAVA: nota de avaliacao
      *                     ainda nao aplicada e recusada na tela com
      *                     NOT0013 e ignorada com aviso no lote; nota
      *                     lancada pela primeira vez depois do prazo
      *                     entra com aviso e e registrada no NOTATRAS.
      *   15/10/2026 CAN - modo <G> grade da turma: termo, turma e
      *                     materia conferidos (CADTERMO, CADTURMA,
      *                     CADAUTNT), uma avaliacao ou a frequencia
      *                     escolhida e a turma ativa e inscrita do
      *                     CADALUNO listada com o que ja esta no
      *                     BOLETIM; o professor digita a coluna
      *                     pagina a pagina e grava tudo no fim pelo
      *                     mesmo P007 da tela (trava, NOTAAUD,
      *                     calendario e 'Em curso'), com resumo. Nota
      *                     lancada pela grade preserva as aulas ja
      *                     gravadas no registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESAFIOM2.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAAUD.

           SELECT NOTATRAS ASSIGN TO
           "NOTATRAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTATRAS.

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADINSCR ASSIGN TO
           "CADINSCR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-CADINSCR.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NOTAS.
       FD NOTAAUD.
           COPY REGNOTAUD.

       FD NOTATRAS.
           COPY REGATRAS.

       FD CADTERMO.
           COPY REGTERMO.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADINSCR.
           COPY REGINSCR.

       WORKING-STORAGE SECTION.
       77  WRK-MSGERRO                 PIC X(50).

       77  WRK-LOTE-INTEGRO            PIC X VALUE 'N'.
       77  WRK-AULAS-DADAS             PIC 9(03) VALUE ZEROS.
       77  WRK-AULAS-FREQ              PIC 9(03) VALUE ZEROS.
      * aulas previstas pela grade horaria da turma (CDAULPRV)
       77  WRK-APV-FUNCAO              PIC X(01) VALUE SPACE.
       77  WRK-APV-AULAS               PIC 9(03) VALUE ZEROS.
       77  WRK-APV-RETORNO             PIC X(01) VALUE SPACE.
       77  WRK-APV-CHAMADO             PIC X(01) VALUE 'N'.
      * calendario de avaliacoes (CDPRZAVA / CADCALAV): nota antes da
      * aplicacao da avaliacao e recusada; a lancada depois do prazo
      * entra marcada e vai para o NOTATRAS
       77  WS-FS-NOTATRAS              PIC 99.
       77  WRK-PZA-FUNCAO              PIC X(01) VALUE SPACE.
       77  WRK-PZA-AVALIACAO           PIC 9(01) VALUE ZEROS.
       77  WRK-PZA-DATA                PIC 9(08) VALUE ZEROS.
       77  WRK-PZA-APLICACAO           PIC 9(08) VALUE ZEROS.
       77  WRK-PZA-PRAZO               PIC 9(08) VALUE ZEROS.
       77  WRK-PZA-DIAS                PIC 9(03) VALUE ZEROS.
       77  WRK-PZA-RETORNO             PIC X(01) VALUE SPACE.
       77  WRK-PZA-CHAMADO             PIC X(01) VALUE 'N'.
       01  WRK-TAB-ATRASO.
           03 WRK-ATR-ITEM OCCURS 4 TIMES.
               05 WRK-ATR-MARCA        PIC X(01).
               05 WRK-ATR-PRAZO        PIC 9(08).
               05 WRK-ATR-DIAS         PIC 9(03).
       77  WRK-IX-AVAL                 PIC 9(01) VALUE ZEROS.
       77  WRK-TOT-ATRASADAS           PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ANTECIPADAS         PIC 9(05) VALUE ZEROS.
       77  WRK-FREQ-PCT                PIC 9(03) VALUE ZEROS.
       77  WRK-FREQ-MINIMA             PIC 9(03) VALUE 75.
       77  WRK-MATERIA                 PIC X(06).

       77  WS-OPCAO                    PIC X(01).

      * situacao do online imposta pelo lote (CDONLINE / SISONL); o
      * proprio CDBATCH publica ONLINE_LOTE=S e nao e barrado
       77  WRK-ONL-FUNCAO              PIC X(01) VALUE SPACE.
       77  WRK-ONL-SITUACAO            PIC X(01) VALUE SPACE.
       77  WRK-ONL-PASSO               PIC X(12) VALUE SPACES.
       77  WRK-ONL-LIBERADO            PIC X(01) VALUE 'S'.
       77  WRK-ONL-CODIGO              PIC X(07) VALUE SPACES.
       77  WRK-ONL-AVISO               PIC X(50) VALUE SPACES.

       77  WS-FS-NOTAAUD               PIC 99.
       77  WS-FS-CADTERMO              PIC 99.
       77  WRK-TERMO-OK                PIC X VALUE 'N'.
       77  WS-FS-CADAUTNT              PIC 99.
       77  WS-FS-CADTURMA              PIC 99.
       77  WRK-TURMA-ATIVA             PIC X VALUE 'N'.
       77  WS-FS-CADINSCR              PIC 99.
       77  WRK-INSCRICAO-ATIVA         PIC X VALUE 'N'.
       77  WRK-INSCRITO                PIC X VALUE 'N'.
       77  WRK-PERFIL-OPER             PIC X(01) VALUE SPACE.
        88 OPER-ADMIN                  VALUE 'A'.
       77  WRK-AUTORIZACAO-ATIVA       PIC X VALUE 'N'.
       77  WRK-AUTORIZADO              PIC X VALUE 'N'.
       77  WRK-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77  WRK-OPER-CODIGO             PIC 9(08) VALUE ZEROS.
       77  WRK-NOTA-EXISTIA            PIC X VALUE 'N'.
       77  WRK-NOTA-GRAVADA            PIC X VALUE 'N'.
      * antes da regravacao: o que o registro dizia antes do lote ou
        88 REGISTRO-COMPLETO           VALUE 'SSSS'.
       77  WRK-NOTA-TEXTO              PIC X(05) VALUE SPACES.

      * ponto de controle do lote no CADREINI (CDREINI) a cada
      * RI-INTERVALO registros do NOTASLOTE; o lote que cai no meio
      * retoma do registro seguinte ao ultimo ponto. O primeiro
      * registro e o termo identificam o lote
       77  WRK-REINI-FUNCAO            PIC X(01) VALUE SPACE.
       77  WRK-REINI-IX                PIC 9(08) VALUE ZEROS.
       77  WRK-REINI-RETOMADO          PIC 9(08) VALUE ZEROS.
       77  WRK-REG-LIDOS               PIC 9(08) VALUE ZEROS.
           COPY REGREINI.

      * cadastro de arquivos ja processados (CDARQREG): lote ja
      * aplicado e recusado com codigo 16. No job o NOTASLOTE e o
      * NOTASLOTEOK do CDNOTVAL, registrado aqui com o tipo proprio
      * NOTASAPLIC
       77  WRK-ARQ-FUNCAO              PIC X(01) VALUE SPACE.
           COPY REGARQPR.

      * modo grade da turma: a turma inteira numa so avaliacao (ou na
      * frequencia), digitada em coluna pagina a pagina e gravada no
      * fim pelo mesmo P007 da tela
       77  WRK-GRD-COLUNA              PIC X(01) VALUE SPACE.
        88 GRD-COLUNA-NOTA             VALUE '1' '2' '3' '4'.
        88 GRD-COLUNA-FREQ             VALUE 'F'.
       77  WRK-GRD-PRESERVA-AULAS      PIC X(01) VALUE 'N'.
       77  WRK-GRD-QTD                 PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-IX                  PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-POR-PAGINA          PIC 9(02) VALUE 15.
       77  WRK-GRD-PAGINA              PIC 9(02) VALUE ZEROS.
       77  WRK-GRD-QTD-PAGINAS         PIC 9(02) VALUE ZEROS.
       77  WRK-GRD-INICIO              PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-FIM                 PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-ACAO                PIC X(01) VALUE SPACE.
       77  WRK-GRD-SAIR                PIC X(01) VALUE 'N'.
       77  WRK-GRD-VALOR-OK            PIC X(01) VALUE 'N'.
       77  WRK-GRD-VALOR               PIC S9(03)V9(03) VALUE ZEROS.
       77  WRK-GRD-NOTA                PIC 9(02)V9 VALUE ZEROS.
       77  WRK-GRD-AULAS-DADAS         PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-FORA-INSCR          PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-EXCEDENTES          PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-INFORMADOS          PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-TOT-GRAVADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-TOT-TRAVADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-TOT-RECUSADOS       PIC 9(03) VALUE ZEROS.
       77  WRK-GRD-ATUAL-ED            PIC ZZ9.9.
       77  WRK-GRD-NOVO-ED             PIC ZZ9.9.
       77  WRK-GRD-LINHA-ED            PIC Z9.
       77  WRK-EOF-ALUNO               PIC X VALUE 'N'.
        88 FIM-CADALUNO                VALUE 'S'.
       01  WRK-TAB-GRADE.
           03 WRK-GRD-ITEM OCCURS 80 TIMES.
               05 WRK-GRD-CD-ALUNO     PIC 9(05).
               05 WRK-GRD-NOME         PIC X(20).
               05 WRK-GRD-NOME-BN      PIC X(14).
               05 WRK-GRD-TEM-ATUAL    PIC X(01).
               05 WRK-GRD-ATUAL        PIC 9(03)V9.
               05 WRK-GRD-INFORMADO    PIC X(01).
               05 WRK-GRD-NOVO         PIC 9(03)V9.

       PROCEDURE DIVISION.

       P000-MODO.
               MOVE 'S' TO WRK-TURMA-ATIVA
           END-IF.

      * com o cadastro de inscricoes em disco so entra nota de
      * materia em que o aluno esta inscrito no termo
           OPEN INPUT CADINSCR.
           IF WS-FS-CADINSCR = 0
               MOVE 'S' TO WRK-INSCRICAO-ATIVA
           END-IF.

           OPEN EXTEND NOTAAUD
             IF WS-FS-NOTAAUD = 35 THEN
                 OPEN OUTPUT NOTAAUD
                 OPEN EXTEND NOTAAUD
             END-IF.

           OPEN EXTEND NOTATRAS
             IF WS-FS-NOTATRAS = 35 THEN
                 OPEN OUTPUT NOTATRAS
                 CLOSE NOTATRAS
                 OPEN EXTEND NOTATRAS
             END-IF.

           ACCEPT WRK-MODO-AMBIENTE FROM ENVIRONMENT "BOLETIM_MODO".
           IF WRK-MODO-AMBIENTE = SPACE
               DISPLAY 'MODO: <I> INTERATIVO   <L> LOTE (NOTASLOTE)'
               DISPLAY '      <G> GRADE DA TURMA: '
               ACCEPT WRK-MODO
           ELSE
               MOVE WRK-MODO-AMBIENTE TO WRK-MODO
           END-IF.

           IF WRK-MODO EQUAL 'L'
               PERFORM P060-CONFERE-ONLINE
               IF WRK-ONL-LIBERADO = 'S'
                   PERFORM P050-PROCESSA-LOTE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM P999-FIM
           END-IF.

           IF WRK-MODO EQUAL 'G'
               MOVE SPACE TO WS-OPCAO
               PERFORM P069-MODO-GRADE UNTIL WS-OPCAO = 'F'
               PERFORM P999-FIM
           END-IF.

               GO TO P002-MATERIA
           END-IF.

           PERFORM P002C-CONFERE-INSCRICAO.
           IF WRK-INSCRITO NOT = 'S'
               MOVE 'NOT0012' TO WRK-ERRO-COD
               MOVE 'ALUNO NAO INSCRITO NA MATERIA NO TERMO'
                 TO WRK-ERRO-MSG
               PERFORM P900-EXIBE-ERRO
               GO TO P002-MATERIA
           END-IF.
           INITIALIZE WRK-TAB-ATRASO.

      * nota em branco = ainda nao avaliada: o professor lanca o que
      * ja tem e volta depois; o que ja estava no registro e mantido
       P003-N1.
                   TO WRK-ERRO-MSG
                 PERFORM P900-EXIBE-ERRO
                 PERFORM P003-N1
              ELSE
                 MOVE 1 TO WRK-PZA-AVALIACAO
                 PERFORM P003B-CONFERE-CALENDARIO
                 IF WRK-PZA-RETORNO = 'A'
                    PERFORM P003C-RECUSA-ANTECIPADA
                    PERFORM P003-N1
                 END-IF
              END-IF
           END-IF.

                   TO WRK-ERRO-MSG
                 PERFORM P900-EXIBE-ERRO
                 PERFORM P003-N2
              ELSE
                 MOVE 2 TO WRK-PZA-AVALIACAO
                 PERFORM P003B-CONFERE-CALENDARIO
                 IF WRK-PZA-RETORNO = 'A'
                    PERFORM P003C-RECUSA-ANTECIPADA
                    PERFORM P003-N2
                 END-IF
              END-IF
           END-IF.

                   TO WRK-ERRO-MSG
                 PERFORM P900-EXIBE-ERRO
                 PERFORM P003-N3
              ELSE
                 MOVE 3 TO WRK-PZA-AVALIACAO
                 PERFORM P003B-CONFERE-CALENDARIO
                 IF WRK-PZA-RETORNO = 'A'
                    PERFORM P003C-RECUSA-ANTECIPADA
                    PERFORM P003-N3
                 END-IF
              END-IF
           END-IF.

                   TO WRK-ERRO-MSG
                 PERFORM P900-EXIBE-ERRO
                 PERFORM P003-N4
              ELSE
                 MOVE 4 TO WRK-PZA-AVALIACAO
                 PERFORM P003B-CONFERE-CALENDARIO
                 IF WRK-PZA-RETORNO = 'A'
                    PERFORM P003C-RECUSA-ANTECIPADA
                    PERFORM P003-N4
                 END-IF
              END-IF
           END-IF.

       P003-FREQ.
           PERFORM P003A-AULAS-PREVISTAS
           IF WRK-APV-RETORNO = 'S'
              DISPLAY 'AULAS PREVISTAS PELA GRADE HORARIA: '
                  WRK-APV-AULAS
              DISPLAY 'AULAS DADAS NA MATERIA (0 = PREVISTAS): '
           ELSE
              DISPLAY 'AULAS DADAS NA MATERIA: '
           END-IF
           MOVE ZEROS TO WRK-AULAS-DADAS
           ACCEPT WRK-AULAS-DADAS
           IF WRK-AULAS-DADAS = ZEROS AND WRK-APV-RETORNO = 'S'
              MOVE WRK-APV-AULAS TO WRK-AULAS-DADAS
           END-IF
           DISPLAY 'AULAS FREQUENTADAS: '
           ACCEPT WRK-AULAS-FREQ
           IF WRK-AULAS-FREQ > WRK-AULAS-DADAS
       P003-N4-EXIT.
           EXIT.

      * a data de hoje contra o calendario da turma (CDPRZAVA): a
      * avaliacao sem calendario segue livre; a lancada depois do
      * prazo fica marcada e so vai ao NOTATRAS depois de gravada
       P003B-CONFERE-CALENDARIO.
           ACCEPT WRK-PZA-DATA FROM DATE YYYYMMDD.
           MOVE 'C' TO WRK-PZA-FUNCAO.
           CALL 'CDPRZAVA' USING WRK-PZA-FUNCAO WRK-TERMO WRK-TURMA
               WRK-PZA-AVALIACAO WRK-PZA-DATA WRK-PZA-APLICACAO
               WRK-PZA-PRAZO WRK-PZA-DIAS WRK-PZA-RETORNO.
           MOVE 'S' TO WRK-PZA-CHAMADO.
           MOVE WRK-PZA-AVALIACAO TO WRK-IX-AVAL.
           MOVE 'N' TO WRK-ATR-MARCA (WRK-IX-AVAL).
           IF WRK-PZA-RETORNO = 'T'
               MOVE 'S' TO WRK-ATR-MARCA (WRK-IX-AVAL)
               MOVE WRK-PZA-PRAZO TO WRK-ATR-PRAZO (WRK-IX-AVAL)
               MOVE WRK-PZA-DIAS  TO WRK-ATR-DIAS (WRK-IX-AVAL)
           END-IF.

       P003C-RECUSA-ANTECIPADA.
           MOVE 'NOT0013' TO WRK-ERRO-COD.
           MOVE SPACES TO WRK-ERRO-MSG.
           STRING 'AVALIACAO ' WRK-PZA-AVALIACAO
               ' SO E APLICADA EM ' WRK-PZA-APLICACAO
               DELIMITED BY SIZE INTO WRK-ERRO-MSG.
           PERFORM P900-EXIBE-ERRO.

      * professor so lanca a materia/turma autorizada no CADAUTNT;
      * administrador nao passa pela tabela
       P002B-CONFERE-AUTORIZACAO.
               END-READ
           END-IF.

      * aluno so recebe nota da materia em que esta inscrito no
      * termo (CDINSCR); sem o CADINSCR a conferencia fica desligada
       P002C-CONFERE-INSCRICAO.
           MOVE 'S' TO WRK-INSCRITO.
           IF WRK-INSCRICAO-ATIVA = 'S'
               MOVE WRK-TERMO    TO IN-TERMO
               MOVE WRK-CD-ALUNO TO IN-CD-ALUNO
               MOVE WRK-MATERIA  TO IN-MATERIA
               READ CADINSCR
                   INVALID KEY
                       MOVE 'N' TO WRK-INSCRITO
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       P002A-BUSCA-MATERIA.
           MOVE 'N' TO WRK-MATERIA-ACHADA.
           MOVE SPACES TO WRK-MATERIA-DESC.
      * inclusao e o que foi substituicao; antes de regravar o
      * registro antigo e lido para o antes/depois ir ao NOTAAUD
       P007-GRAVA-NOTA.
           MOVE 'N' TO WRK-NOTA-GRAVADA.
           PERFORM P060-CONFERE-ONLINE.
           IF WRK-ONL-LIBERADO = 'S'
               PERFORM P007D-LE-NOTA
           END-IF.

       P007D-LE-NOTA.
           MOVE WRK-TERMO     TO BN-TERMO.
           MOVE WRK-CD-ALUNO  TO BN-CD-ALUNO.
           MOVE WRK-MATERIA   TO BN-MATERIA.
                   MOVE BN-MEDIA  TO WRK-ANT-MEDIA
                   MOVE BN-STATUS TO WRK-ANT-STATUS
                   MOVE BN-NOTAS-PREENCH TO WRK-ANT-PREENCH
      * nota lancada pela grade da turma nao traz aulas: valem as que
      * o registro ja tinha
                   IF WRK-GRD-PRESERVA-AULAS = 'S'
                       MOVE BN-AULAS-DADAS TO WRK-AULAS-DADAS
                       MOVE BN-AULAS-FREQ  TO WRK-AULAS-FREQ
                       PERFORM P005A-CALCULA-FREQUENCIA
                   END-IF
           END-READ.
      * outro terminal segurando o mesmo REG-NOTA: aviso amigavel e
      * o lancamento nao anda nesta passada
                       MOVE 'S' TO WRK-NOTA-GRAVADA
               END-WRITE
           END-IF.
           IF WRK-NOTA-GRAVADA = 'S'
               PERFORM P007E-REGISTRA-ATRASO
                   VARYING WRK-IX-AVAL FROM 1 BY 1
                   UNTIL WRK-IX-AVAL > 4
           END-IF.

      * so a avaliacao que chega depois do prazo pela primeira vez e
      * atraso; a correcao de nota ja lancada nao conta
       P007E-REGISTRA-ATRASO.
           IF WRK-ATR-MARCA (WRK-IX-AVAL) = 'S' AND
              (WRK-NOTA-EXISTIA NOT = 'S' OR
               WRK-ANT-PREENCH (WRK-IX-AVAL:1) NOT = 'S')
               ACCEPT LA-DATA FROM DATE YYYYMMDD
               ACCEPT LA-HORA FROM TIME
               MOVE WRK-OPER-CODIGO TO LA-OPERADOR
               IF WRK-MODO = 'L'
                   MOVE 'L' TO LA-ORIGEM
               ELSE
                   MOVE 'T' TO LA-ORIGEM
               END-IF
               MOVE WRK-TERMO    TO LA-TERMO
               MOVE WRK-TURMA    TO LA-TURMA
               MOVE WRK-CD-ALUNO TO LA-CD-ALUNO
               MOVE WRK-MATERIA  TO LA-MATERIA
               MOVE WRK-IX-AVAL  TO LA-AVALIACAO
               MOVE WRK-ATR-PRAZO (WRK-IX-AVAL) TO LA-DT-PRAZO
               MOVE WRK-ATR-DIAS (WRK-IX-AVAL)  TO LA-DIAS-ATRASO
               WRITE REG-ATRASO
               ADD 1 TO WRK-TOT-ATRASADAS
               DISPLAY 'AVISO: NOTA ' WRK-IX-AVAL ' DE ' WRK-CD-ALUNO
                   ' ' WRK-MATERIA ' LANCADA FORA DO PRAZO ('
                   WRK-ATR-PRAZO (WRK-IX-AVAL) ', '
                   WRK-ATR-DIAS (WRK-IX-AVAL) ' DIAS)'
           END-IF.

      * fusao: a nota nao informada agora herda a que ja estava no
      * registro; registro novo entra so com o que veio
               DISPLAY 'ARQUIVO DE LOTE NAO ENCONTRADO: NOTASLOTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM P048-CONFERE-ARQUIVO
               IF NOT ARQ-REPETIDO
                   MOVE 'N' TO WRK-EOF-LOTE
                   INITIALIZE REG-REINICIO
                   PERFORM P049-CONFERE-LOTE UNTIL FIM-LOTE
                   PERFORM P049A-AVALIA-CONTROLE
                   IF WRK-LOTE-INTEGRO = 'S'
                       CLOSE ARQ-LOTE
                       OPEN INPUT ARQ-LOTE
                       MOVE 'N' TO WRK-EOF-LOTE
                       PERFORM P053-CONFERE-REINICIO
                       PERFORM P051-LE-LOTE UNTIL FIM-LOTE
                       DISPLAY 'LOTE GRAVADO - INCLUSOES: '
                           WRK-TOT-INSERIDOS '  SUBSTITUICOES: '
                           WRK-TOT-SUBSTITUIDOS
                       DISPLAY 'NOTAS FORA DO PRAZO: '
                           WRK-TOT-ATRASADAS '  ANTES DA APLICACAO '
                           '(IGNORADAS): ' WRK-TOT-ANTECIPADAS
                       IF WRK-REINI-RETOMADO > ZEROS
                           DISPLAY 'LOTE RETOMADO NO REGISTRO: '
                               WRK-REINI-RETOMADO
                       END-IF
                       MOVE 'C' TO WRK-REINI-FUNCAO
                       CALL 'CDREINI' USING WRK-REINI-FUNCAO
                           REG-REINICIO
                       MOVE 'G' TO WRK-ARQ-FUNCAO
                       CALL 'CDARQREG' USING WRK-ARQ-FUNCAO REG-ARQPROC
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

      * lote ja aplicado (copia de volta, reenvio) nao e gravado de
      * novo, salvo recarga forcada por administrador; a remessa do
      * cabecalho fora da sequencia avisa com codigo 4
       P048-CONFERE-ARQUIVO.
           INITIALIZE REG-ARQPROC.
           MOVE 'NOTASAPLIC' TO AP-TIPO.
           MOVE 'NOTASLOTE'  TO AP-ARQUIVO.
           MOVE 'DESAFIOM2'  TO AP-PROGRAMA.
           MOVE 'V' TO WRK-ARQ-FUNCAO.
           CALL 'CDARQREG' USING WRK-ARQ-FUNCAO REG-ARQPROC.

      * pre-passada de controle: o lote so e aplicado com o trailer
      * presente e batendo com os detalhes
       P049-CONFERE-LOTE.
               AT END
                   MOVE 'S' TO WRK-EOF-LOTE
               NOT AT END
                   IF RI-IDENTIFICA = SPACES
                       MOVE REG-LOTE-BRUTO TO RI-IDENTIFICA
                   END-IF
                   EVALUATE LT-TIPO
                       WHEN '0'
                           CONTINUE
               AT END
                   MOVE 'S' TO WRK-EOF-LOTE
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS
                   IF LT-TIPO NOT = '1' AND LT-TIPO NOT = '2'
                       CONTINUE
                   ELSE
                       MOVE LT-MATERIA TO WRK-MATERIA
                       PERFORM P002A-BUSCA-MATERIA
                       PERFORM P002B-CONFERE-AUTORIZACAO
                       PERFORM P002C-CONFERE-INSCRICAO
                       IF WRK-MATERIA-ACHADA NOT = 'S'
                           DISPLAY 'LOTE IGNORADO - MATERIA FORA DO '
                               'CATALOGO: ' LT-MATERIA
                           DISPLAY 'LOTE IGNORADO - OPERADOR SEM '
                               'AUTORIZACAO: ' LT-CD-ALUNO ' '
                               LT-MATERIA
                       ELSE
                       IF WRK-INSCRITO NOT = 'S'
                           DISPLAY 'LOTE IGNORADO - ALUNO NAO '
                               'INSCRITO NA MATERIA: ' LT-CD-ALUNO ' '
                               LT-MATERIA
                       ELSE
                           PERFORM P052-NOTAS-DO-LOTE
                           MOVE LT-AULAS-DADAS TO WRK-AULAS-DADAS
                           PERFORM P055-CONFERE-AULAS-DADAS
                           MOVE LT-AULAS-FREQ  TO WRK-AULAS-FREQ
                           PERFORM P005A-CALCULA-FREQUENCIA
                           PERFORM P007-GRAVA-NOTA
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   IF FUNCTION MOD (WRK-REG-LIDOS, RI-INTERVALO) = 0
                       PERFORM P054-GRAVA-PONTO
                   END-IF
           END-READ.

      * lote ja conferido pelo trailer: com ponto em andamento sobre
      * o mesmo lote e termo os registros ja tratados sao so lidos
       P053-CONFERE-REINICIO.
           MOVE 'DESAFIOM2' TO RI-PROGRAMA.
           MOVE WRK-TERMO TO RI-IDENTIFICA (31:6).
           MOVE 'L' TO WRK-REINI-FUNCAO.
           CALL 'CDREINI' USING WRK-REINI-FUNCAO REG-REINICIO.
           MOVE ZEROS TO WRK-REG-LIDOS WRK-REINI-RETOMADO.
           IF REINI-EM-ANDAMENTO
               PERFORM P053A-PULA-PROCESSADO
                   VARYING WRK-REINI-IX FROM 1 BY 1
                   UNTIL WRK-REINI-IX > RI-REGISTRO OR FIM-LOTE
               MOVE RI-REGISTRO     TO WRK-REG-LIDOS
               MOVE RI-CONTADOR (1) TO WRK-TOT-INSERIDOS
               MOVE RI-CONTADOR (2) TO WRK-TOT-SUBSTITUIDOS
               ADD 1 RI-REGISTRO GIVING WRK-REINI-RETOMADO
           END-IF.

       P053A-PULA-PROCESSADO.
           READ ARQ-LOTE
               AT END
                   MOVE 'S' TO WRK-EOF-LOTE
           END-READ.

       P054-GRAVA-PONTO.
           MOVE WRK-REG-LIDOS        TO RI-REGISTRO.
           MOVE WRK-TOT-INSERIDOS    TO RI-CONTADOR (1).
           MOVE WRK-TOT-SUBSTITUIDOS TO RI-CONTADOR (2).
           MOVE 'G' TO WRK-REINI-FUNCAO.
           CALL 'CDREINI' USING WRK-REINI-FUNCAO REG-REINICIO.

      * detalhe tipo 1 traz as quatro notas; no tipo 2 a coluna em
      * branco e avaliacao ainda nao feita. Nota de avaliacao que o
      * calendario ainda nao aplicou e ignorada, com aviso
       P052-NOTAS-DO-LOTE.
           INITIALIZE WRK-TAB-ATRASO.
           IF LT-TIPO = '2' AND REG-LOTE-BRUTO (13:3) = SPACES
               MOVE 'N' TO WRK-N1-INF
               MOVE 0 TO WRK-N1
           ELSE
               MOVE 'S' TO WRK-N1-INF
               MOVE LT-N1 TO WRK-N1
               MOVE 1 TO WRK-PZA-AVALIACAO
               PERFORM P003B-CONFERE-CALENDARIO
               IF WRK-PZA-RETORNO = 'A'
                   MOVE 'N' TO WRK-N1-INF
                   MOVE 0 TO WRK-N1
                   PERFORM P052A-AVISA-ANTECIPADA
               END-IF
           END-IF.
           IF LT-TIPO = '2' AND REG-LOTE-BRUTO (16:3) = SPACES
               MOVE 'N' TO WRK-N2-INF
           ELSE
               MOVE 'S' TO WRK-N2-INF
               MOVE LT-N2 TO WRK-N2
               MOVE 2 TO WRK-PZA-AVALIACAO
               PERFORM P003B-CONFERE-CALENDARIO
               IF WRK-PZA-RETORNO = 'A'
                   MOVE 'N' TO WRK-N2-INF
                   MOVE 0 TO WRK-N2
                   PERFORM P052A-AVISA-ANTECIPADA
               END-IF
           END-IF.
           IF LT-TIPO = '2' AND REG-LOTE-BRUTO (19:3) = SPACES
               MOVE 'N' TO WRK-N3-INF
           ELSE
               MOVE 'S' TO WRK-N3-INF
               MOVE LT-N3 TO WRK-N3
               MOVE 3 TO WRK-PZA-AVALIACAO
               PERFORM P003B-CONFERE-CALENDARIO
               IF WRK-PZA-RETORNO = 'A'
                   MOVE 'N' TO WRK-N3-INF
                   MOVE 0 TO WRK-N3
                   PERFORM P052A-AVISA-ANTECIPADA
               END-IF
           END-IF.
           IF LT-TIPO = '2' AND REG-LOTE-BRUTO (22:3) = SPACES
               MOVE 'N' TO WRK-N4-INF
           ELSE
               MOVE 'S' TO WRK-N4-INF
               MOVE LT-N4 TO WRK-N4
               MOVE 4 TO WRK-PZA-AVALIACAO
               PERFORM P003B-CONFERE-CALENDARIO
               IF WRK-PZA-RETORNO = 'A'
                   MOVE 'N' TO WRK-N4-INF
                   MOVE 0 TO WRK-N4
                   PERFORM P052A-AVISA-ANTECIPADA
               END-IF
           END-IF.

       P052A-AVISA-ANTECIPADA.
           ADD 1 TO WRK-TOT-ANTECIPADAS.
           DISPLAY 'NOTA ' WRK-PZA-AVALIACAO ' IGNORADA - AVALIACAO SO '
               'APLICADA EM ' WRK-PZA-APLICACAO ': ' LT-CD-ALUNO ' '
               LT-MATERIA.

      * aulas dadas em branco no lote valem as previstas pela grade;
      * informadas e diferentes da grade ficam, com aviso
       P055-CONFERE-AULAS-DADAS.
           PERFORM P003A-AULAS-PREVISTAS.
           IF WRK-APV-RETORNO = 'S'
               IF WRK-AULAS-DADAS = ZEROS
                   MOVE WRK-APV-AULAS TO WRK-AULAS-DADAS
               ELSE
                   IF WRK-AULAS-DADAS NOT = WRK-APV-AULAS
                       DISPLAY 'AVISO: AULAS DADAS ' WRK-AULAS-DADAS
                           ' DIFEREM DA GRADE (' WRK-APV-AULAS
                           '): ' LT-CD-ALUNO ' ' LT-MATERIA
                   END-IF
               END-IF
           END-IF.

      * aulas dadas da materia na turma desde o inicio do termo,
      * contadas pela grade horaria CADHORAR menos os feriados do
      * FERIESC; sem grade ou sem termo o retorno nao e 'S'
       P003A-AULAS-PREVISTAS.
           MOVE 'C' TO WRK-APV-FUNCAO.
           CALL 'CDAULPRV' USING WRK-APV-FUNCAO WRK-TERMO WRK-TURMA
               WRK-MATERIA WRK-APV-AULAS WRK-APV-RETORNO.
           MOVE 'S' TO WRK-APV-CHAMADO.

      * BOLETIM so e gravado com o online aberto; na recusa a faixa e
      * a caixa do FORMERRO saem pelo CDONLINE
       P060-CONFERE-ONLINE.
           MOVE 'V' TO WRK-ONL-FUNCAO.
           CALL 'CDONLINE' USING WRK-ONL-FUNCAO WRK-ONL-SITUACAO
               WRK-ONL-PASSO WRK-ONL-LIBERADO WRK-ONL-CODIGO
               WRK-ONL-AVISO.

      * grade da turma: uma grade por vez; no fim o professor escolhe
      * outra turma/materia/avaliacao ou encerra
       P069-MODO-GRADE.
           PERFORM P070-GRADE-TURMA THRU P070-EXIT.
           IF WS-OPCAO NOT = 'F'
               DISPLAY '<1> NOVA GRADE   <F> FINALIZAR'
               MOVE SPACE TO WS-OPCAO
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT = '1'
                   MOVE 'F' TO WS-OPCAO
               END-IF
           END-IF.

      * o online e conferido antes da digitacao, para o professor nao
      * digitar a turma inteira com o lote segurando o BOLETIM
       P070-GRADE-TURMA.
           PERFORM P060-CONFERE-ONLINE.
           IF WRK-ONL-LIBERADO NOT = 'S'
               MOVE 'F' TO WS-OPCAO
               GO TO P070-EXIT
           END-IF.
           DISPLAY 'TURMA (VAZIO ENCERRA): '.
           MOVE SPACES TO WRK-TURMA.
           ACCEPT WRK-TURMA.
           IF WRK-TURMA = SPACES
               MOVE 'F' TO WS-OPCAO
               GO TO P070-EXIT
           END-IF.
           IF WRK-TURMA-ATIVA = 'S'
               MOVE WRK-TURMA TO TU-CODIGO
               READ CADTURMA
                   INVALID KEY
                       MOVE 'NOT0014' TO WRK-ERRO-COD
                       MOVE 'TURMA FORA DO CADTURMA - USE O CDTURMA'
                         TO WRK-ERRO-MSG
                       PERFORM P900-EXIBE-ERRO
                       GO TO P070-GRADE-TURMA
               END-READ
           END-IF.

       P071-GRADE-MATERIA.
           DISPLAY 'CODIGO DA MATERIA: '.
           MOVE SPACES TO WRK-MATERIA.
           ACCEPT WRK-MATERIA.
           PERFORM P002A-BUSCA-MATERIA.
           IF WRK-MATERIA-ACHADA NOT = 'S'
               GO TO P071-GRADE-MATERIA
           END-IF.
           PERFORM P002B-CONFERE-AUTORIZACAO.
           IF WRK-AUTORIZADO NOT = 'S'
               MOVE 'NOT0011' TO WRK-ERRO-COD
               MOVE 'OPERADOR SEM AUTORIZACAO PARA MATERIA/TURMA'
                 TO WRK-ERRO-MSG
               PERFORM P900-EXIBE-ERRO
               GO TO P070-EXIT
           END-IF.

      * a avaliacao passa pelo calendario uma vez para a turma toda;
      * na frequencia as aulas dadas valem para a turma inteira
       P072-GRADE-COLUNA.
           INITIALIZE WRK-TAB-ATRASO.
           DISPLAY 'AVALIACAO <1> <2> <3> <4> OU <F> FREQUENCIA: '.
           MOVE SPACE TO WRK-GRD-COLUNA.
           ACCEPT WRK-GRD-COLUNA.
           IF NOT GRD-COLUNA-NOTA AND NOT GRD-COLUNA-FREQ
               GO TO P072-GRADE-COLUNA
           END-IF.
           IF GRD-COLUNA-NOTA
               MOVE WRK-GRD-COLUNA TO WRK-PZA-AVALIACAO
               PERFORM P003B-CONFERE-CALENDARIO
               IF WRK-PZA-RETORNO = 'A'
                   PERFORM P003C-RECUSA-ANTECIPADA
                   GO TO P070-EXIT
               END-IF
               IF WRK-PZA-RETORNO = 'T'
                   DISPLAY 'AVISO: PRAZO DA AVALIACAO VENCIDO EM '
                       WRK-PZA-PRAZO ' - NOTA NOVA VAI AO NOTATRAS'
               END-IF
           ELSE
               PERFORM P003A-AULAS-PREVISTAS
               IF WRK-APV-RETORNO = 'S'
                   DISPLAY 'AULAS PREVISTAS PELA GRADE HORARIA: '
                       WRK-APV-AULAS
                   DISPLAY 'AULAS DADAS NA MATERIA (0 = PREVISTAS): '
               ELSE
                   DISPLAY 'AULAS DADAS NA MATERIA: '
               END-IF
               MOVE ZEROS TO WRK-GRD-AULAS-DADAS
               ACCEPT WRK-GRD-AULAS-DADAS
               IF WRK-GRD-AULAS-DADAS = ZEROS AND WRK-APV-RETORNO = 'S'
                   MOVE WRK-APV-AULAS TO WRK-GRD-AULAS-DADAS
               END-IF
           END-IF.

      * alunos ativos da turma, na ordem do codigo, com o valor que
      * o BOLETIM ja tem na coluna escolhida
       P073-GRADE-CARREGA.
           INITIALIZE WRK-TAB-GRADE.
           MOVE ZEROS TO WRK-GRD-QTD WRK-GRD-FORA-INSCR
                         WRK-GRD-EXCEDENTES WRK-GRD-INFORMADOS.
           MOVE 'N' TO WRK-EOF-ALUNO.
           MOVE ZEROS TO AL-CODIGO.
           START CADALUNO KEY IS GREATER THAN OR EQUAL TO AL-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-ALUNO
           END-START.
           PERFORM P073A-LE-ALUNO UNTIL FIM-CADALUNO.
           IF WRK-GRD-FORA-INSCR > ZEROS
               DISPLAY 'ALUNOS DA TURMA NAO INSCRITOS NA MATERIA (FORA '
                   'DA GRADE): ' WRK-GRD-FORA-INSCR
           END-IF.
           IF WRK-GRD-EXCEDENTES > ZEROS
               DISPLAY 'AVISO: ' WRK-GRD-EXCEDENTES
                   ' ALUNOS ALEM DE 80 FICARAM FORA - LANCE-OS NO '
                   'MODO <I>'
           END-IF.
           IF WRK-GRD-QTD = ZEROS
               MOVE 'NOT0014' TO WRK-ERRO-COD
               MOVE 'NENHUM ALUNO ATIVO E INSCRITO NA TURMA'
                 TO WRK-ERRO-MSG
               PERFORM P900-EXIBE-ERRO
               GO TO P070-EXIT
           END-IF.
           DIVIDE WRK-GRD-QTD BY WRK-GRD-POR-PAGINA
               GIVING WRK-GRD-QTD-PAGINAS.
           IF WRK-GRD-QTD-PAGINAS * WRK-GRD-POR-PAGINA < WRK-GRD-QTD
               ADD 1 TO WRK-GRD-QTD-PAGINAS
           END-IF.
           MOVE 1 TO WRK-GRD-PAGINA.
           MOVE 'N' TO WRK-GRD-SAIR.

       P074-GRADE-DIGITA.
           PERFORM P074A-EXIBE-PAGINA.
           DISPLAY '<D> DIGITAR  <P> PROXIMA  <A> ANTERIOR  '
               '<G> GRAVAR TUDO  <C> CANCELAR'.
           MOVE SPACE TO WRK-GRD-ACAO.
           ACCEPT WRK-GRD-ACAO.
           EVALUATE WRK-GRD-ACAO
               WHEN 'D'
                   PERFORM P074C-DIGITA-LINHA
                       VARYING WRK-GRD-IX FROM WRK-GRD-INICIO BY 1
                       UNTIL WRK-GRD-IX > WRK-GRD-FIM
                   IF WRK-GRD-PAGINA < WRK-GRD-QTD-PAGINAS
                       ADD 1 TO WRK-GRD-PAGINA
                   END-IF
               WHEN 'P'
                   IF WRK-GRD-PAGINA < WRK-GRD-QTD-PAGINAS
                       ADD 1 TO WRK-GRD-PAGINA
                   END-IF
               WHEN 'A'
                   IF WRK-GRD-PAGINA > 1
                       SUBTRACT 1 FROM WRK-GRD-PAGINA
                   END-IF
               WHEN 'G'
                   PERFORM P074E-CONFIRMA-GRAVACAO
               WHEN 'C'
                   DISPLAY 'DESCARTA O QUE FOI DIGITADO (S/N)? '
                   MOVE 'N' TO WRK-GRD-ACAO
                   ACCEPT WRK-GRD-ACAO
                   IF WRK-GRD-ACAO = 'S'
                       DISPLAY 'GRADE CANCELADA - NADA GRAVADO'
                       GO TO P070-EXIT
                   END-IF
           END-EVALUATE.
           IF WRK-GRD-SAIR NOT = 'S'
               GO TO P074-GRADE-DIGITA
           END-IF.

      * gravacao aluno a aluno pelo P007: registro travado ou online
      * fechado no meio da gravacao ficam de fora e saem no resumo
       P075-GRADE-GRAVA.
           IF WRK-GRD-INFORMADOS = ZEROS
               GO TO P070-EXIT
           END-IF.
           MOVE ZEROS TO WRK-GRD-TOT-GRAVADOS WRK-GRD-TOT-TRAVADOS
                         WRK-GRD-TOT-RECUSADOS.
           PERFORM P075A-GRAVA-ALUNO
               VARYING WRK-GRD-IX FROM 1 BY 1
               UNTIL WRK-GRD-IX > WRK-GRD-QTD.
           MOVE 'N' TO WRK-GRD-PRESERVA-AULAS.
           DISPLAY '*********** RESUMO DA GRADE DA TURMA ***********'.
           DISPLAY 'TURMA / MATERIA : ' WRK-TURMA ' / ' WRK-MATERIA
               ' - ' WRK-MATERIA-DESC.
           IF GRD-COLUNA-NOTA
               DISPLAY 'AVALIACAO       : N' WRK-GRD-COLUNA
           ELSE
               DISPLAY 'FREQUENCIA      : ' WRK-GRD-AULAS-DADAS
                   ' AULAS DADAS'
           END-IF.
           DISPLAY 'ALUNOS NA GRADE : ' WRK-GRD-QTD.
           DISPLAY 'DIGITADOS       : ' WRK-GRD-INFORMADOS.
           DISPLAY 'GRAVADOS        : ' WRK-GRD-TOT-GRAVADOS.
           DISPLAY 'EM USO (TRAVA)  : ' WRK-GRD-TOT-TRAVADOS.
           DISPLAY 'ONLINE FECHADO  : ' WRK-GRD-TOT-RECUSADOS.
           DISPLAY '*************************************************'.

       P070-EXIT.
           EXIT.

       P073A-LE-ALUNO.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ALUNO
               NOT AT END
                   IF AL-TURMA = WRK-TURMA AND ALUNO-ATIVO
                       MOVE AL-CODIGO TO WRK-CD-ALUNO
                       PERFORM P002C-CONFERE-INSCRICAO
                       IF WRK-INSCRITO NOT = 'S'
                           ADD 1 TO WRK-GRD-FORA-INSCR
                       ELSE
                           IF WRK-GRD-QTD < 80
                               PERFORM P073B-INCLUI-ALUNO
                           ELSE
                               ADD 1 TO WRK-GRD-EXCEDENTES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       P073B-INCLUI-ALUNO.
           ADD 1 TO WRK-GRD-QTD.
           MOVE AL-CODIGO TO WRK-GRD-CD-ALUNO (WRK-GRD-QTD).
           IF AL-NOME-SOCIAL NOT = SPACES
               MOVE AL-NOME-SOCIAL TO WRK-GRD-NOME (WRK-GRD-QTD)
           ELSE
               MOVE AL-NOME TO WRK-GRD-NOME (WRK-GRD-QTD)
           END-IF.
           MOVE AL-NOME (1:14) TO WRK-GRD-NOME-BN (WRK-GRD-QTD).
           MOVE 'N' TO WRK-GRD-TEM-ATUAL (WRK-GRD-QTD).
           MOVE 'N' TO WRK-GRD-INFORMADO (WRK-GRD-QTD).
           MOVE WRK-TERMO   TO BN-TERMO.
           MOVE AL-CODIGO   TO BN-CD-ALUNO.
           MOVE WRK-MATERIA TO BN-MATERIA.
           READ ARQ-NOTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-FS-NOTAS = 0
                       PERFORM P073C-VALOR-ATUAL
                   END-IF
           END-READ.

       P073C-VALOR-ATUAL.
           EVALUATE WRK-GRD-COLUNA
               WHEN '1'
                   IF BN-N1-PREENCH = 'S'
                       MOVE 'S' TO WRK-GRD-TEM-ATUAL (WRK-GRD-QTD)
                       MOVE BN-N1 TO WRK-GRD-ATUAL (WRK-GRD-QTD)
                   END-IF
               WHEN '2'
                   IF BN-N2-PREENCH = 'S'
                       MOVE 'S' TO WRK-GRD-TEM-ATUAL (WRK-GRD-QTD)
                       MOVE BN-N2 TO WRK-GRD-ATUAL (WRK-GRD-QTD)
                   END-IF
               WHEN '3'
                   IF BN-N3-PREENCH = 'S'
                       MOVE 'S' TO WRK-GRD-TEM-ATUAL (WRK-GRD-QTD)
                       MOVE BN-N3 TO WRK-GRD-ATUAL (WRK-GRD-QTD)
                   END-IF
               WHEN '4'
                   IF BN-N4-PREENCH = 'S'
                       MOVE 'S' TO WRK-GRD-TEM-ATUAL (WRK-GRD-QTD)
                       MOVE BN-N4 TO WRK-GRD-ATUAL (WRK-GRD-QTD)
                   END-IF
               WHEN OTHER
                   IF BN-AULAS-DADAS > ZEROS
                       MOVE 'S' TO WRK-GRD-TEM-ATUAL (WRK-GRD-QTD)
                       MOVE BN-AULAS-FREQ TO WRK-GRD-ATUAL (WRK-GRD-QTD)
                   END-IF
           END-EVALUATE.

       P074A-EXIBE-PAGINA.
           COMPUTE WRK-GRD-INICIO =
               (WRK-GRD-PAGINA - 1) * WRK-GRD-POR-PAGINA + 1.
           COMPUTE WRK-GRD-FIM =
               WRK-GRD-INICIO + WRK-GRD-POR-PAGINA - 1.
           IF WRK-GRD-FIM > WRK-GRD-QTD
               MOVE WRK-GRD-QTD TO WRK-GRD-FIM
           END-IF.
           DISPLAY '================================================='.
           IF GRD-COLUNA-NOTA
               DISPLAY 'TERMO ' WRK-TERMO '  TURMA ' WRK-TURMA
                   '  MATERIA ' WRK-MATERIA '  AVALIACAO N'
                   WRK-GRD-COLUNA
           ELSE
               DISPLAY 'TERMO ' WRK-TERMO '  TURMA ' WRK-TURMA
                   '  MATERIA ' WRK-MATERIA '  FREQUENCIA ('
                   WRK-GRD-AULAS-DADAS ' AULAS DADAS)'
           END-IF.
           DISPLAY 'PAGINA ' WRK-GRD-PAGINA ' DE ' WRK-GRD-QTD-PAGINAS
               '  -  ALUNOS ' WRK-GRD-QTD.
           DISPLAY 'N.  CODIGO NOME                  ATUAL   NOVA'.
           PERFORM P074B-LINHA-PAGINA
               VARYING WRK-GRD-IX FROM WRK-GRD-INICIO BY 1
               UNTIL WRK-GRD-IX > WRK-GRD-FIM.
           DISPLAY '================================================='.

       P074B-LINHA-PAGINA.
           MOVE WRK-GRD-IX TO WRK-GRD-LINHA-ED.
           MOVE WRK-GRD-ATUAL (WRK-GRD-IX) TO WRK-GRD-ATUAL-ED.
           MOVE WRK-GRD-NOVO (WRK-GRD-IX)  TO WRK-GRD-NOVO-ED.
           IF WRK-GRD-TEM-ATUAL (WRK-GRD-IX) = 'S'
               IF WRK-GRD-INFORMADO (WRK-GRD-IX) = 'S'
                   DISPLAY WRK-GRD-LINHA-ED '  ' WRK-GRD-CD-ALUNO
                       (WRK-GRD-IX) '  ' WRK-GRD-NOME (WRK-GRD-IX) ' '
                       WRK-GRD-ATUAL-ED '  ' WRK-GRD-NOVO-ED
               ELSE
                   DISPLAY WRK-GRD-LINHA-ED '  ' WRK-GRD-CD-ALUNO
                       (WRK-GRD-IX) '  ' WRK-GRD-NOME (WRK-GRD-IX) ' '
                       WRK-GRD-ATUAL-ED
               END-IF
           ELSE
               IF WRK-GRD-INFORMADO (WRK-GRD-IX) = 'S'
                   DISPLAY WRK-GRD-LINHA-ED '  ' WRK-GRD-CD-ALUNO
                       (WRK-GRD-IX) '  ' WRK-GRD-NOME (WRK-GRD-IX) ' '
                       '  --- ' '  ' WRK-GRD-NOVO-ED
               ELSE
                   DISPLAY WRK-GRD-LINHA-ED '  ' WRK-GRD-CD-ALUNO
                       (WRK-GRD-IX) '  ' WRK-GRD-NOME (WRK-GRD-IX) ' '
                       '  --- '
               END-IF
           END-IF.

      * vazio mantem o que ja estava (no registro ou ja digitado)
       P074C-DIGITA-LINHA.
           MOVE 'N' TO WRK-GRD-VALOR-OK.
           PERFORM P074D-PEDE-VALOR UNTIL WRK-GRD-VALOR-OK = 'S'.

      * as mesmas criticas da tela: nota de 0 a 10 com uma casa
      * decimal; frequentadas nao passam das aulas dadas
       P074D-PEDE-VALOR.
           DISPLAY WRK-GRD-CD-ALUNO (WRK-GRD-IX) ' '
               WRK-GRD-NOME (WRK-GRD-IX) ' (VAZIO MANTEM): '.
           MOVE SPACES TO WRK-NOTA-TEXTO.
           ACCEPT WRK-NOTA-TEXTO.
           MOVE 'S' TO WRK-GRD-VALOR-OK.
           IF WRK-NOTA-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WRK-NOTA-TEXTO) NOT = 0
                   MOVE 'N' TO WRK-GRD-VALOR-OK
               ELSE
                   COMPUTE WRK-GRD-VALOR =
                       FUNCTION NUMVAL (WRK-NOTA-TEXTO)
                   MOVE WRK-GRD-VALOR TO WRK-GRD-NOTA
                   IF WRK-GRD-VALOR < ZEROS
                       MOVE 'N' TO WRK-GRD-VALOR-OK
                   END-IF
                   IF GRD-COLUNA-NOTA
                       IF WRK-GRD-VALOR > 10 OR
                          WRK-GRD-NOTA NOT = WRK-GRD-VALOR
                           MOVE 'N' TO WRK-GRD-VALOR-OK
                       END-IF
                   ELSE
                       IF WRK-GRD-VALOR > WRK-GRD-AULAS-DADAS OR
                          WRK-GRD-VALOR NOT = FUNCTION INTEGER
                              (WRK-GRD-VALOR)
                           MOVE 'N' TO WRK-GRD-VALOR-OK
                       END-IF
                   END-IF
               END-IF
               IF WRK-GRD-VALOR-OK = 'S'
                   IF WRK-GRD-INFORMADO (WRK-GRD-IX) NOT = 'S'
                       ADD 1 TO WRK-GRD-INFORMADOS
                   END-IF
                   MOVE 'S' TO WRK-GRD-INFORMADO (WRK-GRD-IX)
                   MOVE WRK-GRD-VALOR TO WRK-GRD-NOVO (WRK-GRD-IX)
               ELSE
                   IF GRD-COLUNA-NOTA
                       MOVE 'NOT0001' TO WRK-ERRO-COD
                       MOVE WRK-GRD-COLUNA TO WRK-ERRO-COD (7:1)
                       MOVE SPACES TO WRK-ERRO-MSG
                       STRING 'NOTA ' WRK-GRD-COLUNA
                           ' INVALIDA - TENTE NOVAMENTE'
                           DELIMITED BY SIZE INTO WRK-ERRO-MSG
                   ELSE
                       MOVE 'NOT0007' TO WRK-ERRO-COD
                       MOVE 'FREQUENCIA MAIOR QUE AS AULAS DADAS'
                         TO WRK-ERRO-MSG
                   END-IF
                   PERFORM P900-EXIBE-ERRO
               END-IF
           END-IF.

       P074E-CONFIRMA-GRAVACAO.
           IF WRK-GRD-INFORMADOS = ZEROS
               DISPLAY 'NADA DIGITADO - GRADE ENCERRADA SEM GRAVAR'
               MOVE 'S' TO WRK-GRD-SAIR
           ELSE
               PERFORM P074F-PERGUNTA-GRAVACAO
           END-IF.

       P074F-PERGUNTA-GRAVACAO.
           DISPLAY 'GRAVAR ' WRK-GRD-INFORMADOS ' LANCAMENTOS (S/N)? '.
           MOVE 'N' TO WRK-GRD-ACAO.
           ACCEPT WRK-GRD-ACAO.
           IF WRK-GRD-ACAO = 'S'
               MOVE 'S' TO WRK-GRD-SAIR
           END-IF.

      * so a coluna escolhida vai como informada: a fusao do P007C
      * mantem as outras notas do registro
       P075A-GRAVA-ALUNO.
           IF WRK-GRD-INFORMADO (WRK-GRD-IX) = 'S'
               MOVE WRK-GRD-CD-ALUNO (WRK-GRD-IX) TO WRK-CD-ALUNO
               MOVE WRK-GRD-NOME-BN (WRK-GRD-IX)  TO WRK-NOMEALUNO
               MOVE 'N' TO WRK-N1-INF WRK-N2-INF WRK-N3-INF WRK-N4-INF
               MOVE ZEROS TO WRK-N1 WRK-N2 WRK-N3 WRK-N4
               MOVE ZEROS TO WRK-AULAS-DADAS WRK-AULAS-FREQ
               IF GRD-COLUNA-NOTA
                   MOVE 'S' TO WRK-GRD-PRESERVA-AULAS
                   PERFORM P075B-NOTA-DA-COLUNA
               ELSE
                   MOVE 'N' TO WRK-GRD-PRESERVA-AULAS
                   MOVE WRK-GRD-AULAS-DADAS TO WRK-AULAS-DADAS
                   MOVE WRK-GRD-NOVO (WRK-GRD-IX) TO WRK-AULAS-FREQ
               END-IF
               PERFORM P005A-CALCULA-FREQUENCIA
               PERFORM P007-GRAVA-NOTA
               EVALUATE TRUE
                   WHEN WRK-NOTA-GRAVADA = 'S'
                       ADD 1 TO WRK-GRD-TOT-GRAVADOS
                   WHEN WRK-ONL-LIBERADO NOT = 'S'
                       ADD 1 TO WRK-GRD-TOT-RECUSADOS
                   WHEN OTHER
                       ADD 1 TO WRK-GRD-TOT-TRAVADOS
                       DISPLAY 'NAO GRAVADO: ' WRK-CD-ALUNO ' '
                           WRK-GRD-NOME (WRK-GRD-IX)
               END-EVALUATE
           END-IF.

       P075B-NOTA-DA-COLUNA.
           EVALUATE WRK-GRD-COLUNA
               WHEN '1'
                   MOVE 'S' TO WRK-N1-INF
                   MOVE WRK-GRD-NOVO (WRK-GRD-IX) TO WRK-N1
               WHEN '2'
                   MOVE 'S' TO WRK-N2-INF
                   MOVE WRK-GRD-NOVO (WRK-GRD-IX) TO WRK-N2
               WHEN '3'
                   MOVE 'S' TO WRK-N3-INF
                   MOVE WRK-GRD-NOVO (WRK-GRD-IX) TO WRK-N3
               WHEN '4'
                   MOVE 'S' TO WRK-N4-INF
                   MOVE WRK-GRD-NOVO (WRK-GRD-IX) TO WRK-N4
           END-EVALUATE.

       P999-FIM.
           CLOSE ARQ-NOTAS.
           CLOSE CADALUNO.
           CLOSE CADMAT.
           CLOSE NOTAAUD.
           CLOSE NOTATRAS.
           IF WRK-AUTORIZACAO-ATIVA = 'S'
               CLOSE CADAUTNT
           END-IF.
           IF WRK-TURMA-ATIVA = 'S'
               CLOSE CADTURMA
           END-IF.
           IF WRK-INSCRICAO-ATIVA = 'S'
               CLOSE CADINSCR
           END-IF.
           IF WRK-APV-CHAMADO = 'S'
               MOVE 'F' TO WRK-APV-FUNCAO
               CALL 'CDAULPRV' USING WRK-APV-FUNCAO WRK-TERMO
                   WRK-TURMA WRK-MATERIA WRK-APV-AULAS WRK-APV-RETORNO
           END-IF.
           IF WRK-PZA-CHAMADO = 'S'
               MOVE 'F' TO WRK-PZA-FUNCAO
               CALL 'CDPRZAVA' USING WRK-PZA-FUNCAO WRK-TERMO WRK-TURMA
                   WRK-PZA-AVALIACAO WRK-PZA-DATA WRK-PZA-APLICACAO
                   WRK-PZA-PRAZO WRK-PZA-DIAS WRK-PZA-RETORNO
           END-IF.
           GOBACK.

      * termo fora do CADTERMO e recusado e termo encerrado nao
