      *   02/09/2026 CAN - cada bloqueio gera um evento na fila
      *                     NOTIFQ (template TPLBLOQ) para o correio
      *                     corporativo avisar o titular.
      *   15/10/2026 CAN - campo NQ-PARAMETRO do REGNOTIF gravado em
      *                     branco no evento de bloqueio.
      *   15/10/2026 CAN - AU-DELEGANTE gravado em branco no CADAUD:
      *                     rotina sem operador agindo por delegacao.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - conta de usuario com bloqueio legal ativo
      *                     (CDBLQCHK) nao e baixada: sai no relatorio
      *                     como RETIDO POR BLOQUEIO LEGAL e no total de
      *                     retidas.
      *   15/10/2026 CAN - saudacao NQ-TRATAMENTO no aviso de bloqueio
      *                     pelo nome social quando houver.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      *   15/10/2026 CAN - conta bloqueada passa pelo CDESCREF:
      *                     autorizacoes de notas (CADAUTNT) e regencias
      *                     (CADTURMA) do professor vao para a lista de
      *                     reatribuicao CADREATR e a coordenacao recebe
      *                     o evento REATRIB na NOTIFQ.
      *   15/10/2026 CAN - primeiro registro do HRDESLIG pode ser o
      *                     cabecalho tipo 0 (0 e a data AAAAMMDD do
      *                     arquivo, conferida pelo CDBATCH), que e
      *                     ignorado.
      *   15/10/2026 CAN - HRDESLIG conferido no cadastro de arquivos
      *                     processados CADARQPR pelo CDARQREG: arquivo
      *                     ja baixado e recusado com codigo 16 (recarga
      *                     forcada por administrador com
      *                     ARQREG_FORCA=HRDESLIG, auditada no CADAUD),
      *                     remessa do cabecalho fora da sequencia
      *                     termina com codigo 4, e o arquivo e
      *                     registrado ao fim da baixa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHRBAIXA.
       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDHRBAIXA'.
       77 WS-FS-HRDESLIG                 PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-TOT-BLOQUEADOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-JA-BLOQUEADOS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-ACHADOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RETIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REATRIB                 PIC 9(06) VALUE ZEROS.

      * referencias do professor no CADAUTNT / CADTURMA (CDESCREF)
       77 WS-REF-ORIGEM                  PIC X(10) VALUE 'CDHRBAIXA'.
       77 WS-REF-SUGERIDO                PIC 9(08) VALUE ZEROS.
       77 WS-REF-QTD                     PIC 9(04) VALUE ZEROS.
       77 WS-REF-EMAIL-COORD             PIC X(100) VALUE SPACES.

      * bloqueio legal do usuario (CDBLQCHK)
       77 WS-BLQ-RETORNO                 PIC X(01) VALUE SPACE.
        88 USUARIO-RETIDO                VALUE 'S'.
       77 WS-BLQ-PROCESSO                PIC X(20) VALUE SPACES.

      * cadastro de arquivos ja processados (CDARQREG): HRDESLIG ja
      * baixado e recusado com codigo 16; o CALL zera o
      * RETURN-CODE, que e guardado no fim como no CDBATCH
       77 WS-ARQ-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-RC-SALVO                    PIC S9(04) VALUE ZEROS.
           COPY REGARQPR.

           COPY MASCARAS.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSA-DESLIGADO UNTIL FIM-HRDESLIG.
           IF NOT ARQ-REPETIDO
               PERFORM 3000-RODAPE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.


      * o RH so manda o arquivo em dia util; sem arquivo nao ha
      * baixa a fazer e o passo termina normal
           INITIALIZE REG-ARQPROC.
           OPEN INPUT HRDESLIG.
           IF WS-FS-HRDESLIG NOT = 0
               DISPLAY 'SEM ARQUIVO HRDESLIG HOJE - NADA A BAIXAR'
               MOVE 'S' TO WS-EOF-DESLIG
           ELSE
               PERFORM 1600-CONFERE-ARQUIVO
           END-IF.

           OPEN I-O CADUSER.
               OPEN EXTEND NOTIFQ
           END-IF.

      * HRDESLIG ja baixado (copia de volta, reenvio do RH) nao
      * entra de novo, salvo recarga forcada por administrador; a
      * remessa do cabecalho fora da sequencia avisa com codigo 4
       1600-CONFERE-ARQUIVO.
           MOVE 'HRDESLIG'  TO AP-TIPO.
           MOVE 'HRDESLIG'  TO AP-ARQUIVO.
           MOVE 'CDHRBAIXA' TO AP-PROGRAMA.
           MOVE 'V' TO WS-ARQ-FUNCAO.
           CALL 'CDARQREG' USING WS-ARQ-FUNCAO REG-ARQPROC.
           IF ARQ-REPETIDO
               MOVE 'S' TO WS-EOF-DESLIG
           END-IF.

       2000-PROCESSA-DESLIGADO.
           READ HRDESLIG
               AT END
                   MOVE 'S' TO WS-EOF-DESLIG
               NOT AT END
      * o primeiro registro pode ser o cabecalho tipo 0 com a data do
      * arquivo, conferida pelo CDBATCH antes do passo
                   IF REG-DESLIG = SPACES OR
                      (WS-TOT-LIDOS = 0 AND
                       REG-DESLIG (1:1) = '0' AND
                       REG-DESLIG (2:8) IS NUMERIC)
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-TOT-LIDOS
                   IF CONTA-BLOQUEADA
                       ADD 1 TO WS-TOT-JA-BLOQUEADOS
                   ELSE
                       PERFORM 2150-CONFERE-BLOQUEIO
                   END-IF
           END-READ.

      * usuario sob bloqueio legal nao e baixado pelo lote; fica
      * listado para o RH tratar com o juridico
       2150-CONFERE-BLOQUEIO.
           CALL 'CDBLQCHK' USING FD-CD-USER WS-BLQ-RETORNO
               WS-BLQ-PROCESSO.
           IF USUARIO-RETIDO
               ADD 1 TO WS-TOT-RETIDOS
               DISPLAY 'RETIDO POR BLOQUEIO LEGAL: ' FD-CD-USER ' '
                   FUNCTION TRIM (REG-DESLIG)
           ELSE
               MOVE 'S' TO FD-BLOQUEADO
               REWRITE REG-USER
                   INVALID KEY
                       DISPLAY 'ERRO AO BLOQUEAR '
                           FD-CD-USER ' - STATUS '
                           WS-FS-CADUSER
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-BLOQUEADOS
                       MOVE 'A' TO WS-JRN-OPERACAO
                       PERFORM 2190-GRAVA-JORNAL
                       PERFORM 2200-REGISTRA-AUDITORIA
                       PERFORM 2300-GRAVA-NOTIFICACAO
                       PERFORM 2400-REFERENCIAS-ESCOLA
               END-REWRITE
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2190-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       2200-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE FD-NM      TO AU-NM.
           MOVE FD-EMAIL   TO AU-EMAIL.
           MOVE ZEROS      TO AU-OPERADOR.
           MOVE SPACES     TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

      * o titular desligado e avisado do bloqueio pela fila do
           MOVE FD-CD-USER  TO NQ-CD-USER.
           MOVE FD-EMAIL    TO NQ-EMAIL.
           MOVE 'TPLBLOQ'   TO NQ-TEMPLATE.
           MOVE SPACES      TO NQ-PARAMETRO.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
           ELSE
               MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
           END-IF.
           WRITE REG-NOTIFICACAO.

      * professor desligado deixa turmas e autorizacoes de notas na
      * lista de reatribuicao; a coordenacao e avisada pela NOTIFQ
       2400-REFERENCIAS-ESCOLA.
           CALL 'CDESCREF' USING FD-CD-USER WS-REF-ORIGEM
               WS-REF-SUGERIDO WS-REF-QTD WS-REF-EMAIL-COORD.
           IF WS-REF-QTD > ZEROS
               ADD WS-REF-QTD TO WS-TOT-REATRIB
               DISPLAY 'TURMAS/NOTAS A REATRIBUIR: ' FD-CD-USER ' '
                   WS-REF-QTD
               IF WS-REF-EMAIL-COORD = SPACES
                   DISPLAY 'SEM ESCOLA_COORD_EMAIL - COORDENACAO NAO '
                       'AVISADA'
               ELSE
                   ACCEPT NQ-DATA FROM DATE YYYYMMDD
                   ACCEPT NQ-HORA FROM TIME
                   MOVE 'REATRIB'          TO NQ-EVENTO
                   MOVE FD-CD-USER         TO NQ-CD-USER
                   MOVE WS-REF-EMAIL-COORD TO NQ-EMAIL
                   MOVE 'TPLREATR'         TO NQ-TEMPLATE
                   MOVE WS-REF-QTD         TO NQ-PARAMETRO
                   MOVE 'COORDENACAO'      TO NQ-TRATAMENTO
                   WRITE REG-NOTIFICACAO
               END-IF
           END-IF.

       3000-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'BAIXA DE DESLIGADOS DO RH CONCLUIDA'.
           DISPLAY 'JA ESTAVAM BLOQUEADAS: ' WS-MSK-QTD.
           MOVE WS-TOT-NAO-ACHADOS TO WS-MSK-QTD.
           DISPLAY 'SEM CADASTRO.........: ' WS-MSK-QTD.
           MOVE WS-TOT-RETIDOS TO WS-MSK-QTD.
           DISPLAY 'RETIDAS BLOQ. LEGAL..: ' WS-MSK-QTD.
           MOVE WS-TOT-REATRIB TO WS-MSK-QTD.
           DISPLAY 'TURMAS/NOTAS A REATR.: ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * sem o CADUSER nada foi baixado e o arquivo nao e registrado
       9999-FINALIZAR.
           MOVE RETURN-CODE TO WS-RC-SALVO.
           IF WS-FS-HRDESLIG = 0 OR WS-FS-HRDESLIG = 10
               CLOSE HRDESLIG
               IF NOT ARQ-REPETIDO AND WS-FS-CADUSER NOT = 35
                   MOVE 'G' TO WS-ARQ-FUNCAO
                   CALL 'CDARQREG' USING WS-ARQ-FUNCAO REG-ARQPROC
               END-IF
           END-IF.
           IF ARQ-REPETIDO
               MOVE 16 TO WS-RC-SALVO
           END-IF.
           IF ARQ-FORA-SEQUENCIA AND WS-RC-SALVO = 0
               MOVE 4 TO WS-RC-SALVO
           END-IF.
           MOVE WS-RC-SALVO TO RETURN-CODE.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
