      *                     (SAUDE_CORTE_HORA, padrao 060000) viram
      *                     alerta no painel, antes de colidirem com a
      *                     manha online.
      *   15/10/2026 CAN - logons desde ontem no CADAUD: tentativas
      *                     recusadas fora da janela do LOGONPOL (acao
      *                     'H') viram linha de alerta e os logons de
      *                     administrador fora do expediente (acao 'I')
      *                     sao listados com data, hora e conta.
      *   15/10/2026 CAN - conferencia da cadeia do CADAUD: a ultima
      *                     linha do AUDVERIF gravada pelo CDAUDVER vira
      *                     alerta quando a cadeia esta quebrada (com a
      *                     primeira quebra) ou quando a conferencia nao
      *                     rodou desde ontem.
      *   15/10/2026 CAN - reconciliacao com o quadro do RH: a ultima
      *                     linha do HRRECRES gravada pelo CDHRRECON
      *                     vira alerta quando ha contas orfas, com as
      *                     contagens de funcionarios sem conta e de
      *                     contas sem CPF.
      *   15/10/2026 CAN - codigo de usuario ampliado para 8 digitos; o
      *                     teto da sequencia de codigos passa a
      *                     99999999.
      *   15/10/2026 CAN - gravacoes recusadas pelo online restrito
      *                     (codigos ONL anotados no ERRLOG) contadas
      *                     desde ontem, e alerta quando o SISONL
      *                     continua em somente leitura ou fechado.
      *   15/10/2026 CAN - arquivos de entrada do ultimo job no painel:
      *                     espera pelo arquivo (ARQESPER) vira aviso
      *                     com o horario, passo pulado (ARQPULO), falha
      *                     da cadeia (ARQFALHA) e passo interrompido
      *                     por ela (INTERROM) viram alerta; a linha da
      *                     espera fica fora da vigilancia de duracao.
      *   15/10/2026 CAN - erro grave do dia no ERRLOG passa a alerta e
      *                     aciona o plantonista primario da escala
      *                     PLANTAO (CDPLTAVS); o painel tambem escala
      *                     para o reserva, pelo CDPLTESC, o incidente
      *                     nao reconhecido no prazo.
      *   15/10/2026 CAN - passo com status ARQREPET (arquivo de entrada
      *                     ja processado, recusado pelo leitor) conta
      *                     como problema do ultimo job e sai como
      *                     alerta na secao dos arquivos de entrada.
      *   15/10/2026 CAN - limites do painel (SAUDE_SEQ_PCT,
      *                     SAUDE_VOL_MIN_MB, SAUDE_OVERRUN_PCT,
      *                     SAUDE_CORTE_HORA) lidos pelo CDPARAM:
      *                     cadastro CADPARAM com a variavel de ambiente
      *                     valendo por cima.
      *   15/10/2026 CAN - alteracoes suspeitas de nota: a ultima linha
      *                     do NOTSUSRES gravada pelo CDNOTSUS vira
      *                     alerta quando ha ocorrencias, com a contagem
      *                     de cada tipo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSAUDE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ERRLOG.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT AUDVERIF ASSIGN TO
           "AUDVERIF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDVERIF.

           SELECT HRRECRES ASSIGN TO
           "HRRECRES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HRRECRES.

           SELECT NOTSUSRES ASSIGN TO
           "NOTSUSRES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTSUSRES.

           SELECT CADCTRL ASSIGN TO
           "CADCTRL"
           ORGANIZATION IS INDEXED
       FD ERRLOG.
       01 REG-OCORRENCIA                  PIC X(60).

       FD CADAUD.
           COPY REGAUD.

       FD AUDVERIF.
       01 REG-VERIF                       PIC X(180).

       FD HRRECRES.
       01 REG-HRREC                       PIC X(80).

       FD NOTSUSRES.
       01 REG-NOTSUS                      PIC X(80).

       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

           03 WS-JL-HORA-FIM             PIC X(06).
           03 WS-JL-STATUS               PIC X(08).
           03 WS-JL-RETORNO              PIC X(04).
      * passos da ultima data que esperaram, pularam ou falharam pelo
      * arquivo de entrada (ARQESPER, ARQPULO, ARQFALHA) e os que a
      * falha deixou sem rodar (INTERROM)
       01 WS-TAB-ENTRADAS.
           03 WS-QTD-ENTRADAS            PIC 9(02) VALUE ZEROS.
           03 WS-EN-ENTRADA OCCURS 30 TIMES.
               05 WS-EN-PASSO            PIC X(12).
               05 WS-EN-STATUS           PIC X(08).
               05 WS-EN-HORA-INI         PIC X(06).
               05 WS-EN-HORA-FIM         PIC X(06).
       77 WS-IX-EN                       PIC 9(02) VALUE ZEROS.

       77 WS-TOT-ALERTAS                 PIC 9(02) VALUE ZEROS.
       77 WS-DT-HOJE                     PIC 9(08).
       77 WS-EOF-ERR                     PIC X VALUE 'N'.
        88 FIM-ERRLOG                    VALUE 'S'.
       77 WS-ERROS-GRAVES-HOJE           PIC 9(05) VALUE ZEROS.
      * erro grave do dia aciona o plantao (CDPLTAVS); a contagem vai
      * na referencia para so erro novo acionar de novo no mesmo dia
       77 WS-PLT-ORIGEM                  PIC X(08) VALUE 'CDSAUDE'.
       77 WS-PLT-REFERENCIA              PIC X(12) VALUE SPACES.
       77 WS-PLT-TEXTO                   PIC X(60) VALUE SPACES.
       77 WS-PLT-NUMERO                  PIC 9(06) VALUE ZEROS.
      * gravacoes recusadas pelo online restrito (codigos ONL do
      * CDONLINE) e situacao atual do online no SISONL
       77 WS-RECUSAS-ONLINE              PIC 9(05) VALUE ZEROS.
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE SPACE.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.
       77 WS-DT-HOJE-TEXTO               PIC X(08) VALUE SPACES.
       01 WS-PARTES-OCORRENCIA.
           03 WS-OC-DATA                 PIC X(08).
           03 WS-OC-CODIGO               PIC X(07).
           03 WS-OC-SEVERIDADE           PIC X(01).
           03 WS-OC-PROGRAMA             PIC X(10).
           03 WS-OC-OPERADOR             PIC X(08).

       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-AUD                     PIC X VALUE 'N'.
        88 FIM-CADAUD                    VALUE 'S'.
       77 WS-DT-ONTEM                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-ONTEM-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-LOGON-FORA-HORARIO          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ADM-FORA-EXP            PIC 9(05) VALUE ZEROS.
       01 WS-TAB-ADM-FORA-EXP.
           03 WS-AF-ENTRADA OCCURS 20 TIMES.
               05 WS-AF-DATA             PIC X(08).
               05 WS-AF-HORA             PIC X(06).
               05 WS-AF-CD-USER          PIC 9(08).
               05 WS-AF-NM               PIC X(30).
       77 WS-IX-AF                       PIC 9(02) VALUE ZEROS.

      * ultima conferencia da cadeia do CADAUD (AUDVERIF do CDAUDVER)
       77 WS-FS-AUDVERIF                 PIC 99.
       77 WS-EOF-VERIF                   PIC X VALUE 'N'.
        88 FIM-AUDVERIF                  VALUE 'S'.
       01 WS-ULTIMA-VERIF                PIC X(180) VALUE SPACES.
       01 WS-PARTES-VERIF.
           03 WS-VF-DATA                 PIC X(08).
           03 WS-VF-HORA                 PIC X(06).
           03 WS-VF-SITUACAO             PIC X(06).
           03 WS-VF-LINHAS               PIC X(09).
           03 WS-VF-PROBLEMAS            PIC X(06).
           03 WS-VF-QUEBRA               PIC X(120).

      * ultima reconciliacao com o quadro do RH (HRRECRES do CDHRRECON)
       77 WS-FS-HRRECRES                 PIC 99.
       77 WS-EOF-HRREC                   PIC X VALUE 'N'.
        88 FIM-HRRECRES                  VALUE 'S'.
       01 WS-ULTIMA-HRREC                PIC X(80) VALUE SPACES.
       01 WS-PARTES-HRREC.
           03 WS-HR-DATA                 PIC X(08).
           03 WS-HR-HORA                 PIC X(06).
           03 WS-HR-ORFAS                PIC X(06).
           03 WS-HR-SEM-CONTA            PIC X(06).
           03 WS-HR-DEPTO                PIC X(06).
           03 WS-HR-NOME                 PIC X(06).
           03 WS-HR-SEM-CPF              PIC X(06).

      * ultima analise de alteracoes suspeitas de nota (NOTSUSRES do
      * CDNOTSUS)
       77 WS-FS-NOTSUSRES                PIC 99.
       77 WS-EOF-NOTSUS                  PIC X VALUE 'N'.
        88 FIM-NOTSUSRES                 VALUE 'S'.
       01 WS-ULTIMA-NOTSUS               PIC X(80) VALUE SPACES.
       01 WS-PARTES-NOTSUS.
           03 WS-NS-DATA                 PIC X(08).
           03 WS-NS-HORA                 PIC X(06).
           03 WS-NS-LIDAS                PIC X(06).
           03 WS-NS-TOTAL                PIC X(06).
           03 WS-NS-TIPO OCCURS 5 TIMES  PIC X(06).
       77 WS-IX-NS                       PIC 9(01) VALUE ZEROS.
       01 WS-TAB-NS-DESC.
           03 FILLER PIC X(30) VALUE 'DEPOIS DO FIM DO TERMO'.
           03 FILLER PIC X(30) VALUE 'REPROVADO VIROU APROVADO'.
           03 FILLER PIC X(30) VALUE 'CONCENTRACAO POR OPERADOR'.
           03 FILLER PIC X(30) VALUE 'SEM AUTORIZACAO NO CADAUTNT'.
           03 FILLER PIC X(30) VALUE 'VESPERA DA TRANSMISSAO'.
       01 WS-TAB-NS REDEFINES WS-TAB-NS-DESC.
           03 WS-NS-DESC OCCURS 5 TIMES  PIC X(30).

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 2000-AVALIA-JOBLOG.
           PERFORM 2500-CARREGA-BASELINES.
           PERFORM 2700-CONTA-ERROS-GRAVES.
           PERFORM 2800-AVALIA-LOGONS.
           PERFORM 2900-AVALIA-CADEIA-AUD.
           PERFORM 2950-AVALIA-RECON-RH.
           PERFORM 2970-AVALIA-NOTAS-SUSPEITAS.
           PERFORM 3000-CONTA-ARQUIVOS.
           PERFORM 4000-CARREGA-ANTERIORES.
           PERFORM 5000-IMPRIME-PAINEL.
      * do boletim o fisico e o arquivo datado de hoje
       1000-INICIAR.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE 'SAUDE_SEQ_PCT' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
           MOVE SPACES TO WS-PARM-TEXTO.
           ACCEPT WS-VOL-LIVRE-TEXTO FROM ENVIRONMENT
               "SAUDE_VOL_LIVRE_MB".
           MOVE 'SAUDE_VOL_MIN_MB' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                 TO WS-VOL-MIN-MB
           END-IF.
           MOVE SPACES TO WS-PARM-TEXTO.
           MOVE 'SAUDE_OVERRUN_PCT' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
           MOVE SPACES TO WS-PARM-TEXTO.
      * a hora de corte passa por numero e volta para texto HHMMSS:
      * assim 60000 digitado curto vira 060000 e compara certo
           MOVE 'SAUDE_CORTE_HORA' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                   MOVE 0 TO WS-JOB-PASSOS
                   MOVE 0 TO WS-JOB-PROBLEMAS
                   MOVE 0 TO WS-QTD-NOITE
                   MOVE 0 TO WS-QTD-ENTRADAS
                   MOVE SPACES TO WS-JOB-HORA-FIM
               END-IF
               IF FUNCTION NUMVAL (WS-JL-DATA) = WS-ULTIMA-DATA-JOB
                   ADD 1 TO WS-JOB-PASSOS
                   IF WS-JL-STATUS (1:4) = 'ERRO' OR
                      WS-JL-STATUS (1:6) = 'PULADO' OR
                      WS-JL-STATUS = 'ARQFALHA' OR
                      WS-JL-STATUS = 'ARQREPET' OR
                      WS-JL-STATUS = 'INTERROM'
                       ADD 1 TO WS-JOB-PROBLEMAS
                   END-IF
      * a linha da espera pelo arquivo mede a espera, nao o passo
                   IF WS-JL-STATUS NOT = 'ARQESPER'
                       PERFORM 2300-GUARDA-DURACAO
                   END-IF
                   IF WS-JL-STATUS = 'ARQESPER' OR
                      WS-JL-STATUS = 'ARQPULO' OR
                      WS-JL-STATUS = 'ARQFALHA' OR
                      WS-JL-STATUS = 'ARQREPET' OR
                      WS-JL-STATUS = 'INTERROM'
                       PERFORM 2350-GUARDA-ENTRADA
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       2350-GUARDA-ENTRADA.
           IF WS-QTD-ENTRADAS < 30
               ADD 1 TO WS-QTD-ENTRADAS
               MOVE WS-JL-PASSO    TO WS-EN-PASSO (WS-QTD-ENTRADAS)
               MOVE WS-JL-STATUS   TO WS-EN-STATUS (WS-QTD-ENTRADAS)
               MOVE WS-JL-HORA-INI TO WS-EN-HORA-INI (WS-QTD-ENTRADAS)
               MOVE WS-JL-HORA-FIM TO WS-EN-HORA-FIM (WS-QTD-ENTRADAS)
           END-IF.

       2500-CARREGA-BASELINES.
           MOVE 0 TO WS-QTD-BASE.
           OPEN INPUT BATCHDUR.
                   END-IF
           END-READ.

      * erros com severidade E anotados hoje pelo FORMERRO no ERRLOG;
      * as recusas do online restrito contam desde ontem, como os
      * logons, para pegar a noite do lote inteira
       2700-CONTA-ERROS-GRAVES.
           MOVE WS-DT-HOJE TO WS-DT-HOJE-TEXTO.
           COMPUTE WS-DT-ONTEM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DT-HOJE) - 1).
           MOVE WS-DT-ONTEM TO WS-DT-ONTEM-TEXTO.
           OPEN INPUT ERRLOG.
           IF WS-FS-ERRLOG = 0
               MOVE 'N' TO WS-EOF-ERR
                      WS-OC-SEVERIDADE = 'E'
                       ADD 1 TO WS-ERROS-GRAVES-HOJE
                   END-IF
                   IF WS-OC-CODIGO (1:3) = 'ONL' AND
                      (WS-OC-DATA = WS-DT-HOJE-TEXTO OR
                       WS-OC-DATA = WS-DT-ONTEM-TEXTO)
                       ADD 1 TO WS-RECUSAS-ONLINE
                   END-IF
           END-READ.

      * a janela olhada e a de ontem mais hoje: o painel roda de manha
      * e precisa pegar a madrugada e a noite anterior inteiras
       2800-AVALIA-LOGONS.
           COMPUTE WS-DT-ONTEM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DT-HOJE) - 1).
           MOVE WS-DT-ONTEM TO WS-DT-ONTEM-TEXTO.
           MOVE WS-DT-HOJE TO WS-DT-HOJE-TEXTO.
           OPEN INPUT CADAUD.
           IF WS-FS-CADAUD = 0
               MOVE 'N' TO WS-EOF-AUD
               PERFORM 2810-LE-AUDITORIA UNTIL FIM-CADAUD
               CLOSE CADAUD
           END-IF.

       2810-LE-AUDITORIA.
           READ CADAUD
               AT END
                   MOVE 'S' TO WS-EOF-AUD
               NOT AT END
                   IF AU-DATA = WS-DT-ONTEM-TEXTO OR
                      AU-DATA = WS-DT-HOJE-TEXTO
                       EVALUATE AU-ACAO
                           WHEN 'H'
                               ADD 1 TO WS-LOGON-FORA-HORARIO
                           WHEN 'I'
                               PERFORM 2820-GUARDA-ADM-FORA-EXP
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2820-GUARDA-ADM-FORA-EXP.
           ADD 1 TO WS-QTD-ADM-FORA-EXP.
           IF WS-QTD-ADM-FORA-EXP <= 20
               MOVE AU-DATA    TO WS-AF-DATA (WS-QTD-ADM-FORA-EXP)
               MOVE AU-HORA    TO WS-AF-HORA (WS-QTD-ADM-FORA-EXP)
               MOVE AU-CD-USER TO WS-AF-CD-USER (WS-QTD-ADM-FORA-EXP)
               MOVE AU-NM      TO WS-AF-NM (WS-QTD-ADM-FORA-EXP)
           END-IF.

      * vale a ultima linha do AUDVERIF: a conferencia da cadeia roda
      * no fim da esteira noturna
       2900-AVALIA-CADEIA-AUD.
           MOVE SPACES TO WS-ULTIMA-VERIF.
           OPEN INPUT AUDVERIF.
           IF WS-FS-AUDVERIF = 0
               MOVE 'N' TO WS-EOF-VERIF
               PERFORM 2910-LE-VERIFICACAO UNTIL FIM-AUDVERIF
               CLOSE AUDVERIF
           END-IF.
           MOVE SPACES TO WS-PARTES-VERIF.
           IF WS-ULTIMA-VERIF NOT = SPACES
               UNSTRING WS-ULTIMA-VERIF DELIMITED BY ';'
                   INTO WS-VF-DATA
                        WS-VF-HORA
                        WS-VF-SITUACAO
                        WS-VF-LINHAS
                        WS-VF-PROBLEMAS
                        WS-VF-QUEBRA
               END-UNSTRING
           END-IF.

       2910-LE-VERIFICACAO.
           READ AUDVERIF
               AT END
                   MOVE 'S' TO WS-EOF-VERIF
               NOT AT END
                   IF REG-VERIF NOT = SPACES
                       MOVE REG-VERIF TO WS-ULTIMA-VERIF
                   END-IF
           END-READ.

      * vale a ultima linha do HRRECRES: a reconciliacao com o quadro
      * do RH roda na esteira mensal
       2950-AVALIA-RECON-RH.
           MOVE SPACES TO WS-ULTIMA-HRREC.
           OPEN INPUT HRRECRES.
           IF WS-FS-HRRECRES = 0
               MOVE 'N' TO WS-EOF-HRREC
               PERFORM 2960-LE-RECON-RH UNTIL FIM-HRRECRES
               CLOSE HRRECRES
           END-IF.
           MOVE SPACES TO WS-PARTES-HRREC.
           IF WS-ULTIMA-HRREC NOT = SPACES
               UNSTRING WS-ULTIMA-HRREC DELIMITED BY ';'
                   INTO WS-HR-DATA
                        WS-HR-HORA
                        WS-HR-ORFAS
                        WS-HR-SEM-CONTA
                        WS-HR-DEPTO
                        WS-HR-NOME
                        WS-HR-SEM-CPF
               END-UNSTRING
           END-IF.

       2960-LE-RECON-RH.
           READ HRRECRES
               AT END
                   MOVE 'S' TO WS-EOF-HRREC
               NOT AT END
                   IF REG-HRREC NOT = SPACES
                       MOVE REG-HRREC TO WS-ULTIMA-HRREC
                   END-IF
           END-READ.

      * vale a ultima linha do NOTSUSRES: a analise das alteracoes de
      * nota roda na esteira mensal
       2970-AVALIA-NOTAS-SUSPEITAS.
           MOVE SPACES TO WS-ULTIMA-NOTSUS.
           OPEN INPUT NOTSUSRES.
           IF WS-FS-NOTSUSRES = 0
               MOVE 'N' TO WS-EOF-NOTSUS
               PERFORM 2980-LE-NOTAS-SUSPEITAS UNTIL FIM-NOTSUSRES
               CLOSE NOTSUSRES
           END-IF.
           MOVE SPACES TO WS-PARTES-NOTSUS.
           IF WS-ULTIMA-NOTSUS NOT = SPACES
               UNSTRING WS-ULTIMA-NOTSUS DELIMITED BY ';'
                   INTO WS-NS-DATA
                        WS-NS-HORA
                        WS-NS-LIDAS
                        WS-NS-TOTAL
                        WS-NS-TIPO (1)
                        WS-NS-TIPO (2)
                        WS-NS-TIPO (3)
                        WS-NS-TIPO (4)
                        WS-NS-TIPO (5)
               END-UNSTRING
           END-IF.

       2980-LE-NOTAS-SUSPEITAS.
           READ NOTSUSRES
               AT END
                   MOVE 'S' TO WS-EOF-NOTSUS
               NOT AT END
                   IF REG-NOTSUS NOT = SPACES
                       MOVE REG-NOTSUS TO WS-ULTIMA-NOTSUS
                   END-IF
           END-READ.

       3000-CONTA-ARQUIVOS.
           PERFORM 5300-FOLGA-SEQUENCIA.
           PERFORM 5400-FOLGA-VOLUME.
           DISPLAY ' '.
           PERFORM 5050-ERROS-GRAVES.
           PERFORM 5500-LOGONS-FORA-HORARIO.
           PERFORM 5600-CADEIA-AUDITORIA.
           PERFORM 5700-RECONCILIACAO-RH.
           PERFORM 5750-NOTAS-SUSPEITAS.
           PERFORM 5800-SITUACAO-ONLINE.
           PERFORM 5900-ARQUIVOS-ENTRADA.
           DISPLAY ' '.
           DISPLAY 'ARQUIVO      ANTERIOR  ATUAL   SITUACAO'.
           PERFORM 5100-LINHA-ARQUIVO
           END-IF.
           DISPLAY '============================================='.

      * erro de severidade E no ERRLOG e alerta e aciona o plantao; o
      * painel tambem escala para o reserva o incidente que o primario
      * nao reconheceu no prazo
       5050-ERROS-GRAVES.
           MOVE WS-ERROS-GRAVES-HOJE TO WS-MSK-QTD.
           IF WS-ERROS-GRAVES-HOJE > 0
               ADD 1 TO WS-TOT-ALERTAS
               DISPLAY 'ALERTA: ERROS GRAVES DE HOJE (ERRLOG): '
                   WS-MSK-QTD
               MOVE SPACES TO WS-PLT-REFERENCIA
               STRING 'ERRLOG-E' WS-ERROS-GRAVES-HOJE (2:4)
                   DELIMITED BY SIZE INTO WS-PLT-REFERENCIA
               END-STRING
               MOVE SPACES TO WS-PLT-TEXTO
               STRING 'PAINEL DE SAUDE: ' FUNCTION TRIM (WS-MSK-QTD)
                   ' ERRO(S) GRAVE(S) NO ERRLOG EM ' WS-DT-HOJE
                   DELIMITED BY SIZE INTO WS-PLT-TEXTO
               END-STRING
               CALL 'CDPLTAVS' USING WS-PLT-ORIGEM WS-PLT-REFERENCIA
                   WS-PLT-TEXTO WS-PLT-NUMERO
                   ON EXCEPTION
                       DISPLAY 'CDPLTAVS INDISPONIVEL - PLANTAO NAO '
                           'ACIONADO'
               END-CALL
           ELSE
               DISPLAY 'OK    : NENHUM ERRO GRAVE HOJE (ERRLOG)'
           END-IF.
           CALL 'CDPLTESC'
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      * tentativa barrada pela janela de logon e alerta; logon de
      * administrador fora do expediente e listado para conferencia
       5500-LOGONS-FORA-HORARIO.
           IF WS-LOGON-FORA-HORARIO > 0
               ADD 1 TO WS-TOT-ALERTAS
               MOVE WS-LOGON-FORA-HORARIO TO WS-MSK-QTD
               DISPLAY 'ALERTA: TENTATIVAS DE LOGON FORA DO HORARIO '
                   'DESDE ONTEM: ' WS-MSK-QTD
           ELSE
               DISPLAY 'OK    : NENHUMA TENTATIVA DE LOGON FORA DO '
                   'HORARIO DESDE ONTEM'
           END-IF.
           IF WS-QTD-ADM-FORA-EXP > 0
               MOVE WS-QTD-ADM-FORA-EXP TO WS-MSK-QTD
               DISPLAY 'LOGONS DE ADMINISTRADOR FORA DO EXPEDIENTE: '
                   WS-MSK-QTD
               PERFORM 5510-LINHA-ADM-FORA-EXP
                   VARYING WS-IX-AF FROM 1 BY 1
                   UNTIL WS-IX-AF > WS-QTD-ADM-FORA-EXP
                      OR WS-IX-AF > 20
           END-IF.

      * conferencia que nao rodou desde ontem tambem e alerta: sem ela
      * uma edicao no CADAUD passaria sem ninguem ver
       5600-CADEIA-AUDITORIA.
           EVALUATE TRUE
               WHEN WS-VF-DATA NOT = WS-DT-HOJE-TEXTO AND
                    WS-VF-DATA NOT = WS-DT-ONTEM-TEXTO
                   ADD 1 TO WS-TOT-ALERTAS
                   DISPLAY 'ALERTA: CONFERENCIA DA CADEIA DO CADAUD '
                       'NAO RODOU DESDE ONTEM (CDAUDVER)'
               WHEN WS-VF-SITUACAO NOT = 'OK'
                   ADD 1 TO WS-TOT-ALERTAS
                   DISPLAY 'ALERTA: CADEIA DO CADAUD QUEBRADA EM '
                       WS-VF-DATA ' - ' WS-VF-PROBLEMAS ' QUEBRA(S)'
                   DISPLAY '        PRIMEIRA: '
                       FUNCTION TRIM (WS-VF-QUEBRA)
               WHEN OTHER
                   DISPLAY 'OK    : CADEIA DO CADAUD CONFERIDA EM '
                       WS-VF-DATA ' SEM QUEBRAS'
           END-EVALUATE.

      * conta ativa sem funcionario no quadro do RH e acesso que
      * ninguem responde por ele: orfa na ultima reconciliacao e alerta
       5700-RECONCILIACAO-RH.
           EVALUATE TRUE
               WHEN WS-HR-DATA = SPACES
                   DISPLAY 'AVISO : RECONCILIACAO COM O QUADRO DO RH '
                       'AINDA NAO RODOU (CDHRRECON)'
               WHEN WS-HR-ORFAS IS NUMERIC AND WS-HR-ORFAS NOT = ZEROS
                   ADD 1 TO WS-TOT-ALERTAS
                   MOVE WS-HR-ORFAS TO WS-MSK-QTD
                   DISPLAY 'ALERTA: CONTAS ORFAS NA RECONCILIACAO '
                       'COM O RH DE ' WS-HR-DATA ': ' WS-MSK-QTD
               WHEN OTHER
                   DISPLAY 'OK    : NENHUMA CONTA ORFA NA '
                       'RECONCILIACAO COM O RH DE ' WS-HR-DATA
           END-EVALUATE.
           IF WS-HR-SEM-CONTA IS NUMERIC AND WS-HR-SEM-CONTA NOT = ZEROS
               MOVE WS-HR-SEM-CONTA TO WS-MSK-QTD
               DISPLAY '        FUNCIONARIOS SEM CONTA: ' WS-MSK-QTD
           END-IF.
           IF WS-HR-SEM-CPF IS NUMERIC AND WS-HR-SEM-CPF NOT = ZEROS
               MOVE WS-HR-SEM-CPF TO WS-MSK-QTD
               DISPLAY '        CONTAS SEM CPF (OPCAO <M>): ' WS-MSK-QTD
           END-IF.

      * alteracao suspeita de nota na ultima analise e alerta; o
      * detalhe fica no relatorio NOTSUS, restrito ao administrador
       5750-NOTAS-SUSPEITAS.
           EVALUATE TRUE
               WHEN WS-NS-DATA = SPACES
                   DISPLAY 'AVISO : ANALISE DE ALTERACOES SUSPEITAS DE '
                       'NOTA AINDA NAO RODOU (CDNOTSUS)'
               WHEN WS-NS-TOTAL IS NUMERIC AND WS-NS-TOTAL NOT = ZEROS
                   ADD 1 TO WS-TOT-ALERTAS
                   MOVE WS-NS-TOTAL TO WS-MSK-QTD
                   DISPLAY 'ALERTA: ALTERACOES SUSPEITAS DE NOTA NA '
                       'ANALISE DE ' WS-NS-DATA ': ' WS-MSK-QTD
                   PERFORM 5760-TIPO-NOTA-SUSPEITA
                       VARYING WS-IX-NS FROM 1 BY 1
                       UNTIL WS-IX-NS > 5
               WHEN OTHER
                   DISPLAY 'OK    : NENHUMA ALTERACAO SUSPEITA DE NOTA '
                       'NA ANALISE DE ' WS-NS-DATA
           END-EVALUATE.

       5760-TIPO-NOTA-SUSPEITA.
           IF WS-NS-TIPO (WS-IX-NS) IS NUMERIC AND
              WS-NS-TIPO (WS-IX-NS) NOT = ZEROS
               MOVE WS-NS-TIPO (WS-IX-NS) TO WS-MSK-QTD
               DISPLAY '        ' WS-NS-DESC (WS-IX-NS) ': '
                   WS-MSK-QTD
           END-IF.

      * recusa de gravacao pelo lote e informativa (alguem trabalhou
      * durante a janela); online ainda restrito fora de job e alerta:
      * o CDBATCH so reabre na proxima rodada
       5800-SITUACAO-ONLINE.
           IF WS-RECUSAS-ONLINE > 0
               MOVE WS-RECUSAS-ONLINE TO WS-MSK-QTD
               DISPLAY 'AVISO : GRAVACOES RECUSADAS PELO ONLINE '
                   'RESTRITO DESDE ONTEM: ' WS-MSK-QTD
           ELSE
               DISPLAY 'OK    : NENHUMA GRAVACAO RECUSADA PELO '
                   'ONLINE RESTRITO DESDE ONTEM'
           END-IF.
           MOVE 'C' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.
           IF WS-ONL-SITUACAO NOT = 'A'
               ADD 1 TO WS-TOT-ALERTAS
               DISPLAY 'ALERTA: ONLINE ' WS-ONL-SITUACAO
                   ' DESDE O PASSO ' WS-ONL-PASSO
                   ' - CONFIRA SE O CDBATCH ESTA RODANDO'
           END-IF.

      * arquivos de entrada do ultimo job: a espera que terminou com o
      * arquivo chegando e so aviso; passo pulado, falha da cadeia e
      * passo que deixou de rodar por ela sao alerta
       5900-ARQUIVOS-ENTRADA.
           IF WS-QTD-ENTRADAS = 0
               DISPLAY 'OK    : ARQUIVOS DE ENTRADA DO LOTE EM DIA'
           ELSE
               PERFORM 5910-LINHA-ENTRADA
                   VARYING WS-IX-EN FROM 1 BY 1
                   UNTIL WS-IX-EN > WS-QTD-ENTRADAS
           END-IF.

       5910-LINHA-ENTRADA.
           EVALUATE WS-EN-STATUS (WS-IX-EN)
               WHEN 'ARQESPER'
                   DISPLAY 'AVISO : ' WS-EN-PASSO (WS-IX-EN)
                       ' ESPEROU O ARQUIVO DE ENTRADA DAS '
                       WS-EN-HORA-INI (WS-IX-EN) ' AS '
                       WS-EN-HORA-FIM (WS-IX-EN)
               WHEN 'ARQPULO'
                   ADD 1 TO WS-TOT-ALERTAS
                   DISPLAY 'ALERTA: ' WS-EN-PASSO (WS-IX-EN)
                       ' PULADO - ARQUIVO DE ENTRADA AUSENTE OU DE '
                       'OUTRA DATA'
               WHEN 'ARQFALHA'
                   ADD 1 TO WS-TOT-ALERTAS
                   DISPLAY 'ALERTA: ' WS-EN-PASSO (WS-IX-EN)
                       ' FALHOU SEM O ARQUIVO DE ENTRADA - CADEIA '
                       'INTERROMPIDA'
               WHEN 'ARQREPET'
                   ADD 1 TO WS-TOT-ALERTAS
                   DISPLAY 'ALERTA: ' WS-EN-PASSO (WS-IX-EN)
                       ' RECUSOU ARQUIVO DE ENTRADA JA PROCESSADO'
               WHEN OTHER
                   ADD 1 TO WS-TOT-ALERTAS
                   DISPLAY 'ALERTA: ' WS-EN-PASSO (WS-IX-EN)
                       ' NAO RODOU - CADEIA INTERROMPIDA'
           END-EVALUATE.

       5510-LINHA-ADM-FORA-EXP.
           DISPLAY '   ' WS-AF-DATA (WS-IX-AF) ' '
               WS-AF-HORA (WS-IX-AF) ' ' WS-AF-CD-USER (WS-IX-AF) ' '
               WS-AF-NM (WS-IX-AF).

      * passo acima da base mais o estouro permitido vira alerta de
      * duracao; passo sem base ainda nao alarma (a base se forma
      * nas primeiras rodadas limpas)
               END-IF
           END-IF.

      * a sequencia de codigos do usuario e PIC 9(8): 99999999 e o
      * teto; o percentual consumido aparece sempre e vira alerta
      * acima do limite configurado
       5300-FOLGA-SEQUENCIA.
                       DISPLAY 'SEQUENCIA DE CODIGOS: SEM REGISTRO'
                   NOT INVALID KEY
                       COMPUTE WS-SEQ-PCT ROUNDED =
                           CT-ULT-SEQUENCIA * 100 / 99999999
                       IF WS-SEQ-PCT >= WS-SEQ-LIMITE-PCT
                           ADD 1 TO WS-TOT-ALERTAS
                           DISPLAY 'ALERTA: SEQUENCIA DE CODIGOS EM '
                               CT-ULT-SEQUENCIA ' (' WS-SEQ-PCT
                               '% DO TETO 99999999)'
                       ELSE
                           DISPLAY 'SEQUENCIA DE CODIGOS: '
                               CT-ULT-SEQUENCIA ' (' WS-SEQ-PCT
                               '% DO TETO 99999999)'
                       END-IF
               END-READ
               CLOSE CADCTRL
               DELIMITED BY SIZE INTO REG-ANTERIOR.
           WRITE REG-ANTERIOR.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDSAUDE' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       END PROGRAM CDSAUDE.
