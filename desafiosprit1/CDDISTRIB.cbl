      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ENTREGA DOS RELATORIOS - passo do lote depois dos
      *         relatorios: le as entradas novas do catalogo RELCATAL
      *         (as linhas alem da marca guardada no DISTCTL) e, para
      *         cada entrada ativa, procura no CADDIST (mantido pelo
      *         CDDISTMNT) os destinatarios do tipo. Linha cuja
      *         frequencia pede entrega hoje (D cada edicao, S sete
      *         dias desde a ultima, M mes diferente) gera um evento
      *         RELATORIO na NOTIFQ (template TPLREL01, parametro tipo
      *         e data do relatorio) por destinatario: o usuario da
      *         linha ou cada conta ativa do departamento, sem repetir
      *         quem ja recebeu a mesma entrada por outra linha. A
      *         sensibilidade do tipo e respeitada: dados pessoais so
      *         para administrador e operador, restrito so para
      *         administrador. Toda entrega, e toda recusa de
      *         destinatario individual (conta bloqueada, sem email,
      *         perfil sem acesso, codigo inexistente), vai ao DISTLOG
      *         (layout REGDSTLG), que o CDRELCAT mostra na visao de
      *         entregas. Catalogo menor que a marca (recriado ou
      *         restaurado) e avisado e so as entradas com data a
      *         partir da ultima rodada sao entregues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDISTRIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT CADDIST ASSIGN TO
           "CADDIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-CHAVE
           FILE STATUS IS WS-FS-CADDIST.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

           SELECT DISTLOG ASSIGN TO
           "DISTLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DISTLOG.

           SELECT DISTCTL ASSIGN TO
           "DISTCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DISTCTL.

       DATA DIVISION.
       FILE SECTION.
       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       FD CADDIST.
           COPY REGDIST.

       FD CADUSER.
           COPY REGUSER.

       FD NOTIFQ.
           COPY REGNOTIF.

       FD DISTLOG.
           COPY REGDSTLG.

      * marca do catalogo: linhas do RELCATAL ja tratadas e a data
      * da rodada que as tratou
       FD DISTCTL.
       01 REG-DIST-CONTROLE.
           03 DC-LINHAS                   PIC 9(08).
           03 DC-DATA                     PIC 9(08).
           03 DC-HORA                     PIC X(06).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-FS-CADDIST                  PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-FS-DISTLOG                  PIC 99.
       77 WS-FS-DISTCTL                  PIC 99.
       77 WS-EOF-CAT                     PIC X VALUE 'N'.
        88 FIM-CATALOGO                  VALUE 'S'.
       77 WS-EOF-DIST                    PIC X VALUE 'N'.
        88 FIM-TIPO                      VALUE 'S'.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-CADDIST-ABERTO              PIC X VALUE 'N'.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-SAIDAS-ABERTAS              PIC X VALUE 'N'.

       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-HR-ATUAL                    PIC X(06) VALUE SPACES.
       77 WS-LINHAS-FEITAS               PIC 9(08) VALUE ZEROS.
       77 WS-DATA-MARCA                  PIC 9(08) VALUE ZEROS.
       77 WS-LINHAS-CATALOGO             PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-ATUAL                 PIC 9(08) VALUE ZEROS.
       77 WS-CATALOGO-MENOR              PIC X VALUE 'N'.
       77 WS-DIAS-ENVIO                  PIC S9(05) VALUE ZEROS.

       01 WS-PARTES-CATALOGO.
           03 WS-RK-DATA                 PIC X(08).
           03 WS-RK-TIPO                 PIC X(10).
           03 WS-RK-FISICO               PIC X(30).
           03 WS-RK-LINHAS               PIC X(06).
           03 WS-RK-SITUACAO             PIC X(01).

      * linha do CADDIST em tratamento
       77 WS-ENVIA-LINHA                 PIC X VALUE 'N'.
       77 WS-ENTREGOU-LINHA              PIC X VALUE 'N'.
       77 WS-ORIGEM                      PIC X(09) VALUE SPACES.
       77 WS-MOTIVO                      PIC X(40) VALUE SPACES.
       77 WS-JA-RECEBEU                  PIC X VALUE 'N'.

      * quem ja recebeu a entrada do catalogo em tratamento, para o
      * usuario que esta em duas linhas (ele e o departamento) receber
      * uma vez so
       01 WS-TAB-RECEBIDOS.
           03 WS-RECEBIDO                PIC 9(08) OCCURS 500 TIMES.
       77 WS-QTD-RECEBIDOS               PIC 9(04) VALUE ZEROS.
       77 WS-IX-REC                      PIC 9(04) VALUE ZEROS.

       77 WS-TOT-ENTRADAS                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ENTREGAS                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-RECUSAS                 PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FORA-DEPTO              PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-FS-RELCATAL = 0
               MOVE 'N' TO WS-EOF-CAT
               MOVE ZEROS TO WS-LINHA-ATUAL
               PERFORM 2000-LE-CATALOGO UNTIL FIM-CATALOGO
               CLOSE RELCATAL
           END-IF.
           PERFORM 9999-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * a marca diz ate que linha o catalogo ja foi entregue; a
      * contagem previa pega o catalogo recriado menor que ela
       1000-INICIAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           OPEN INPUT DISTCTL.
           IF WS-FS-DISTCTL = 0
               READ DISTCTL
                   NOT AT END
                       MOVE DC-LINHAS TO WS-LINHAS-FEITAS
                       MOVE DC-DATA   TO WS-DATA-MARCA
               END-READ
               CLOSE DISTCTL
           END-IF.

           OPEN INPUT RELCATAL.
           IF WS-FS-RELCATAL NOT = 0
               DISPLAY 'CATALOGO RELCATAL VAZIO OU AUSENTE - NADA A '
                   'ENTREGAR'
           ELSE
               MOVE 'N' TO WS-EOF-CAT
               PERFORM 1100-CONTA-LINHA UNTIL FIM-CATALOGO
               CLOSE RELCATAL
               IF WS-LINHAS-CATALOGO < WS-LINHAS-FEITAS
                   DISPLAY 'RELCATAL COM ' WS-LINHAS-CATALOGO
                       ' LINHAS, MENOS QUE AS ' WS-LINHAS-FEITAS
                       ' JA ENTREGUES - CATALOGO RECRIADO; ENTREGANDO'
                       ' SO AS ENTRADAS A PARTIR DE ' WS-DATA-MARCA
                   MOVE 'S' TO WS-CATALOGO-MENOR
                   MOVE ZEROS TO WS-LINHAS-FEITAS
               END-IF
               OPEN INPUT RELCATAL
           END-IF.

           OPEN I-O CADDIST.
           IF WS-FS-CADDIST = 0
               MOVE 'S' TO WS-CADDIST-ABERTO
           ELSE
               DISPLAY 'SEM CADASTRO DE DISTRIBUICAO (CADDIST) - '
                   'CATALOGO SO MARCADO'
           END-IF.

       1100-CONTA-LINHA.
           READ RELCATAL
               AT END
                   MOVE 'S' TO WS-EOF-CAT
               NOT AT END
                   ADD 1 TO WS-LINHAS-CATALOGO
           END-READ.

       2000-LE-CATALOGO.
           READ RELCATAL
               AT END
                   MOVE 'S' TO WS-EOF-CAT
               NOT AT END
                   ADD 1 TO WS-LINHA-ATUAL
                   IF WS-LINHA-ATUAL > WS-LINHAS-FEITAS AND
                      WS-CADDIST-ABERTO = 'S'
                       PERFORM 2100-INTERPRETA-CATALOGO
                       IF WS-RK-SITUACAO = 'A' AND
                          WS-RK-DATA IS NUMERIC
                           IF WS-CATALOGO-MENOR = 'N' OR
                              WS-RK-DATA >= WS-DATA-MARCA
                               PERFORM 2200-DISTRIBUI-ENTRADA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2100-INTERPRETA-CATALOGO.
           MOVE SPACES TO WS-PARTES-CATALOGO.
           UNSTRING REG-CATALOGO
               DELIMITED BY ';'
               INTO WS-RK-DATA
                    WS-RK-TIPO
                    WS-RK-FISICO
                    WS-RK-LINHAS
                    WS-RK-SITUACAO
           END-UNSTRING.

      * todas as linhas do CADDIST do tipo da entrada, em ordem de
      * destinatario
       2200-DISTRIBUI-ENTRADA.
           ADD 1 TO WS-TOT-ENTRADAS.
           MOVE ZEROS TO WS-QTD-RECEBIDOS.
           MOVE 'N' TO WS-EOF-DIST.
           MOVE WS-RK-TIPO TO DS-TIPO.
           MOVE LOW-VALUES TO DS-DESTINO-TIPO DS-DESTINO.
           START CADDIST KEY IS GREATER THAN OR EQUAL TO DS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DIST
           END-START.
           PERFORM 2300-LINHA-DISTRIBUICAO UNTIL FIM-TIPO.

       2300-LINHA-DISTRIBUICAO.
           READ CADDIST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DIST
               NOT AT END
                   IF DS-TIPO NOT = WS-RK-TIPO
                       MOVE 'S' TO WS-EOF-DIST
                   ELSE
                       PERFORM 2310-CONFERE-FREQUENCIA
                       IF WS-ENVIA-LINHA = 'S'
                           PERFORM 2400-ENTREGA-LINHA
                       END-IF
                   END-IF
           END-READ.

      * semanal: sete dias desde a ultima entrega da linha; mensal:
      * ultima entrega em outro mes
       2310-CONFERE-FREQUENCIA.
           MOVE 'S' TO WS-ENVIA-LINHA.
           IF DS-ULT-ENVIO NOT = ZEROS
               EVALUATE TRUE
                   WHEN FREQ-SEMANAL
                       COMPUTE WS-DIAS-ENVIO =
                           FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL)
                           - FUNCTION INTEGER-OF-DATE (DS-ULT-ENVIO)
                       IF WS-DIAS-ENVIO < 7
                           MOVE 'N' TO WS-ENVIA-LINHA
                       END-IF
                   WHEN FREQ-MENSAL
                       IF DS-ULT-ENVIO (1:6) = WS-DT-ATUAL (1:6)
                           MOVE 'N' TO WS-ENVIA-LINHA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * a linha que entregou a alguem guarda a data para a frequencia
       2400-ENTREGA-LINHA.
           PERFORM 2410-ABRE-SAIDAS.
           IF WS-CADUSER-ABERTO = 'S'
               MOVE 'N' TO WS-ENTREGOU-LINHA
               MOVE SPACES TO WS-ORIGEM
               STRING DS-DESTINO-TIPO DS-DESTINO
                   DELIMITED BY SIZE INTO WS-ORIGEM
               IF DESTINO-DEPTO
                   PERFORM 2500-ENTREGA-DEPTO
               ELSE
                   PERFORM 2450-ENTREGA-USUARIO
               END-IF
               IF WS-ENTREGOU-LINHA = 'S'
                   MOVE WS-DT-ATUAL TO DS-ULT-ENVIO
                   REWRITE REG-DISTRIBUICAO
                       INVALID KEY
                           DISPLAY 'ERRO AO ANOTAR A ENTREGA DE '
                               FUNCTION TRIM (DS-TIPO) ' PARA '
                               FUNCTION TRIM (WS-ORIGEM)
                               ' - STATUS ' WS-FS-CADDIST
                   END-REWRITE
               END-IF
           END-IF.

      * CADUSER, NOTIFQ e DISTLOG so sao abertos se ha o que entregar
       2410-ABRE-SAIDAS.
           IF WS-SAIDAS-ABERTAS = 'N'
               MOVE 'S' TO WS-SAIDAS-ABERTAS
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               IF WS-FS-CADUSER = 0
                   MOVE 'S' TO WS-CADUSER-ABERTO
               ELSE
                   DISPLAY 'CADUSER INDISPONIVEL - STATUS '
                       WS-FS-CADUSER ' - RELATORIOS NAO ENTREGUES'
               END-IF
               OPEN EXTEND NOTIFQ
               IF WS-FS-NOTIFQ = 35
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN EXTEND NOTIFQ
               END-IF
               OPEN EXTEND DISTLOG
               IF WS-FS-DISTLOG = 35
                   OPEN OUTPUT DISTLOG
                   CLOSE DISTLOG
                   OPEN EXTEND DISTLOG
               END-IF
           END-IF.

      * destinatario individual: a recusa vai ao log com o motivo
       2450-ENTREGA-USUARIO.
           IF DS-DESTINO IS NUMERIC
               MOVE DS-DESTINO TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'USUARIO NAO CADASTRADO' TO WS-MOTIVO
                       PERFORM 2700-GRAVA-RECUSA
                   NOT INVALID KEY
                       PERFORM 2600-AVALIA-DESTINATARIO
                       IF WS-MOTIVO NOT = SPACES
                           PERFORM 2700-GRAVA-RECUSA
                       END-IF
               END-READ
           ELSE
               MOVE ZEROS TO FD-CD-USER
               MOVE 'CODIGO DO DESTINATARIO INVALIDO' TO WS-MOTIVO
               PERFORM 2700-GRAVA-RECUSA
           END-IF.

      * departamento: toda conta do FD-DEPTO; conta bloqueada, sem
      * email ou de perfil sem acesso simplesmente nao e destinataria
       2500-ENTREGA-DEPTO.
           MOVE 'N' TO WS-EOF-USER.
           MOVE ZEROS TO FD-CD-USER.
           START CADUSER KEY IS GREATER THAN OR EQUAL TO FD-CD-USER
               INVALID KEY
                   MOVE 'S' TO WS-EOF-USER
           END-START.
           PERFORM 2510-MEMBRO-DEPTO UNTIL FIM-CADUSER.

       2510-MEMBRO-DEPTO.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   IF FD-DEPTO = DS-DESTINO (1:4)
                       PERFORM 2600-AVALIA-DESTINATARIO
                       IF WS-MOTIVO NOT = SPACES
                           ADD 1 TO WS-TOT-FORA-DEPTO
                       END-IF
                   END-IF
           END-READ.

      * sensibilidade desconhecida vale como restrita
       2600-AVALIA-DESTINATARIO.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM 2610-PROCURA-RECEBIDO.
           EVALUATE TRUE
               WHEN WS-JA-RECEBEU = 'S'
                   CONTINUE
               WHEN CONTA-BLOQUEADA
                   MOVE 'CONTA BLOQUEADA' TO WS-MOTIVO
               WHEN FD-EMAIL = SPACES OR EMAIL-INVALIDO
                   MOVE 'SEM EMAIL VALIDO' TO WS-MOTIVO
               WHEN SENS-INTERNA
                   CONTINUE
               WHEN SENS-PESSOAL AND NOT PERFIL-ADMIN AND
                    NOT PERFIL-OPERADOR
                   MOVE 'PERFIL SEM ACESSO A DADOS PESSOAIS'
                     TO WS-MOTIVO
               WHEN SENS-PESSOAL
                   CONTINUE
               WHEN NOT PERFIL-ADMIN
                   MOVE 'RELATORIO RESTRITO AO ADMINISTRADOR'
                     TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES AND WS-JA-RECEBEU = 'N'
               PERFORM 2800-GRAVA-ENTREGA
           END-IF.

       2610-PROCURA-RECEBIDO.
           MOVE 'N' TO WS-JA-RECEBEU.
           PERFORM 2620-COMPARA-RECEBIDO
               VARYING WS-IX-REC FROM 1 BY 1
               UNTIL WS-IX-REC > WS-QTD-RECEBIDOS
                  OR WS-JA-RECEBEU = 'S'.

       2620-COMPARA-RECEBIDO.
           IF WS-RECEBIDO (WS-IX-REC) = FD-CD-USER
               MOVE 'S' TO WS-JA-RECEBEU
           END-IF.

       2700-GRAVA-RECUSA.
           ADD 1 TO WS-TOT-RECUSAS.
           MOVE 'R' TO DL-SITUACAO.
           PERFORM 2900-GRAVA-LOG.
           DISPLAY 'RECUSADO: ' FUNCTION TRIM (WS-RK-TIPO) ' '
               WS-RK-DATA ' PARA ' FUNCTION TRIM (WS-ORIGEM) ' - '
               FUNCTION TRIM (WS-MOTIVO).

       2800-GRAVA-ENTREGA.
           MOVE WS-DT-ATUAL  TO NQ-DATA.
           MOVE WS-HR-ATUAL  TO NQ-HORA.
           MOVE 'RELATORIO'  TO NQ-EVENTO.
           MOVE FD-CD-USER   TO NQ-CD-USER.
           MOVE FD-EMAIL     TO NQ-EMAIL.
           MOVE 'TPLREL01'   TO NQ-TEMPLATE.
           MOVE SPACES       TO NQ-PARAMETRO.
           STRING WS-RK-TIPO ' ' WS-RK-DATA
               DELIMITED BY SIZE INTO NQ-PARAMETRO
           END-STRING.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
           ELSE
               MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
           END-IF.
           WRITE REG-NOTIFICACAO.
           ADD 1 TO WS-TOT-ENTREGAS.
           MOVE 'S' TO WS-ENTREGOU-LINHA.
           IF WS-QTD-RECEBIDOS < 500
               ADD 1 TO WS-QTD-RECEBIDOS
               MOVE FD-CD-USER TO WS-RECEBIDO (WS-QTD-RECEBIDOS)
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 'E' TO DL-SITUACAO.
           PERFORM 2900-GRAVA-LOG.

       2900-GRAVA-LOG.
           MOVE WS-DT-ATUAL  TO DL-DATA.
           MOVE WS-HR-ATUAL  TO DL-HORA.
           MOVE WS-RK-TIPO   TO DL-TIPO.
           MOVE WS-RK-DATA   TO DL-DT-RELATORIO.
           MOVE WS-RK-FISICO TO DL-FISICO.
           MOVE FD-CD-USER   TO DL-CD-USER.
           MOVE WS-ORIGEM    TO DL-ORIGEM.
           MOVE WS-MOTIVO    TO DL-MOTIVO.
           WRITE REG-DIST-LOG.

      * a marca so anda quando o catalogo foi lido ate o fim
       9999-FINALIZAR.
           IF WS-CADDIST-ABERTO = 'S'
               CLOSE CADDIST
               MOVE 'N' TO WS-CADDIST-ABERTO
           END-IF.
           IF WS-SAIDAS-ABERTAS = 'S'
               IF WS-CADUSER-ABERTO = 'S'
                   CLOSE CADUSER
                   MOVE 'N' TO WS-CADUSER-ABERTO
               END-IF
               CLOSE NOTIFQ
               CLOSE DISTLOG
               MOVE 'N' TO WS-SAIDAS-ABERTAS
           END-IF.
           IF WS-FS-RELCATAL = 0
               OPEN OUTPUT DISTCTL
               MOVE WS-LINHA-ATUAL TO DC-LINHAS
               MOVE WS-DT-ATUAL    TO DC-DATA
               MOVE WS-HR-ATUAL    TO DC-HORA
               WRITE REG-DIST-CONTROLE
               CLOSE DISTCTL
           END-IF.
           DISPLAY 'ENTREGA DE RELATORIOS: ' WS-TOT-ENTRADAS
               ' ENTRADA(S) NOVA(S), ' WS-TOT-ENTREGAS
               ' ENTREGA(S), ' WS-TOT-RECUSAS ' RECUSA(S), '
               WS-TOT-FORA-DEPTO ' FORA DO PERFIL NOS DEPARTAMENTOS'.

       END PROGRAM CDDISTRIB.
