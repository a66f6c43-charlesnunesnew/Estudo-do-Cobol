      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:COMUNICADOS EM MASSA - a NOTIFQ so levava eventos de
      *         uma conta (criacao, alteracao, bloqueio) e o aviso de
      *         janela de manutencao ou de mudanca de politica para
      *         "todo o departamento FINA" ou "todos os
      *         administradores" saia de lista montada a mao sobre o
      *         CDEXTRAT. Aqui o administrador escolhe um template do
      *         NOTIFTPL (ou redige um novo, que entra no catalogo) e
      *         o publico por departamento, perfil, UF, dominio do
      *         email e situacao da conta - filtros combinados, em
      *         branco valem todos. A tela mostra quantos vao receber
      *         antes da confirmacao; confirmada, grava um evento
      *         COMUNICADO por destinatario na NOTIFQ com o numero da
      *         campanha em NQ-PARAMETRO. Conta bloqueada fica de
      *         fora, assim como email invalidado pelo retorno do
      *         correio e quem nao consentiu nos avisos da conta
      *         (CDCNSCHK, finalidade N); conta arquivada ja saiu do
      *         CADUSER pelo CDARQUIVA. A campanha (autor, regra,
      *         contagens, data) fica no cadastro indexado CADCAMP
      *         (layout no copybook REGCAMP), listado pelo CDCAMPREL.
      *         So entra administrador identificado pelo CDLOGON e
      *         agindo em nome proprio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCAMPANHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAMP ASSIGN TO
           "CADCAMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-NUMERO
           FILE STATUS IS WS-FS-CADCAMP.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADDEPT ASSIGN TO
           "CADDEPT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-CODIGO
           FILE STATUS IS WS-FS-CADDEPT.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

           SELECT NOTIFTPL ASSIGN TO
           "NOTIFTPL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFTPL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCAMP.
           COPY REGCAMP.

       FD CADUSER.
           COPY REGUSER.

       FD CADDEPT.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD NOTIFQ.
           COPY REGNOTIF.

       FD NOTIFTPL.
       01 REG-TEMPLATE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADCAMP                  PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADDEPT                  PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-FS-NOTIFTPL                 PIC 99.
       77 WS-CADDEPT-ABERTO              PIC X VALUE 'N'.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-EOF-CAMP                    PIC X VALUE 'N'.
        88 FIM-CADCAMP                   VALUE 'S'.
       77 WS-EOF-TPL                     PIC X VALUE 'N'.
        88 FIM-NOTIFTPL                  VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-HR-ATUAL                    PIC X(06).
       77 WS-TOT-LISTADOS                PIC 9(05) VALUE ZEROS.
       77 WS-MSG-CRITICA                 PIC X(50) VALUE SPACES.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

      * template escolhido: do catalogo ou redigido na hora
       77 WS-TPL-CODIGO                  PIC X(08) VALUE SPACES.
       77 WS-TPL-TEXTO                   PIC X(71) VALUE SPACES.
       77 WS-TPL-LIDO-CODIGO             PIC X(08) VALUE SPACES.
       77 WS-TPL-LIDO-TEXTO              PIC X(71) VALUE SPACES.
       77 WS-TPL-NOVO                    PIC X(01) VALUE 'N'.
        88 TEMPLATE-NOVO                 VALUE 'S'.
       77 WS-TPL-ACHOU                   PIC X(01) VALUE 'N'.

      * regra de publico digitada; em branco vale todos
       01 WS-REGRA.
           03 WS-FIL-DEPTO               PIC X(04).
           03 WS-FIL-PERFIL              PIC X(01).
           03 WS-FIL-UF                  PIC X(02).
           03 WS-FIL-DOMINIO             PIC X(50).
           03 WS-FIL-SITUACAO            PIC X(01).
       77 WS-DESC-REGRA                  PIC X(100) VALUE SPACES.
       77 WS-PTR-REGRA                   PIC 9(03) VALUE 1.

       01 WS-EMAIL-PARTES.
           03 WS-PRE-EMAIL               PIC X(50).
           03 WS-SUF-EMAIL               PIC X(50).
       77 WS-NO-PUBLICO                  PIC X(01) VALUE 'N'.

      * C conta o publico para a previa, G grava os eventos
       77 WS-MODO                        PIC X(01) VALUE 'C'.
        88 MODO-GRAVA                    VALUE 'G'.
       77 WS-CAMP-NUMERO                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DESTINOS                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BLOQUEADAS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-EMAIL               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-CONSENT             PIC 9(06) VALUE ZEROS.

      * consentimento do titular nos avisos da conta (CDCNSCHK)
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE 'N'.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.

           COPY MASCARAS.

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-OPCAO NOT = 'F'
               PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'
               PERFORM 9999-FINALIZAR
           END-IF.
           GOBACK.

      * so administrador identificado pelo logon, e agindo em nome
      * proprio, dispara comunicado para um grupo de usuarios
       1000-INICIAR.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.
           IF WS-OPER-PERFIL NOT = 'A'
               DISPLAY 'COMUNICADOS RESTRITOS AO ADMINISTRADOR - '
                   'FACA O LOGON PELO CDLOGON'
               MOVE 'F' TO WS-OPCAO
           ELSE
               IF WS-OPER-DELEGANTE NOT = SPACES
                   DISPLAY 'PERFIL RECEBIDO POR DELEGACAO NAO DISPARA '
                       'COMUNICADOS'
                   MOVE 'F' TO WS-OPCAO
               END-IF
           END-IF.

           IF WS-OPCAO NOT = 'F'
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               OPEN INPUT CADDEPT
               IF WS-FS-CADDEPT = 0
                   MOVE 'S' TO WS-CADDEPT-ABERTO
               END-IF
               OPEN I-O CADCAMP
               IF WS-FS-CADCAMP = 35
                   OPEN OUTPUT CADCAMP
                   CLOSE CADCAMP
                   OPEN I-O CADCAMP
               END-IF
           END-IF.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   COMUNICADOS EM MASSA (CADCAMP)'.
           DISPLAY '============================================='.
           DISPLAY '<N> NOVA CAMPANHA'.
           DISPLAY '<L> LISTAR CAMPANHAS'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'N'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-NOVA-CAMPANHA
                   END-IF
               WHEN 'L'
                   PERFORM 2800-LISTAR
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

      * template, regra, previa do publico e so entao a confirmacao
       2100-NOVA-CAMPANHA.
           MOVE SPACES TO WS-MSG-CRITICA.
           IF WS-FS-CADUSER NOT = 0
               MOVE 'CADUSER INDISPONIVEL - CAMPANHA RECUSADA'
                 TO WS-MSG-CRITICA
           END-IF.
           IF WS-MSG-CRITICA = SPACES
               PERFORM 2110-LE-TEMPLATE
           END-IF.
           IF WS-MSG-CRITICA = SPACES
               PERFORM 2130-LE-REGRA
               PERFORM 2140-CRITICA-REGRA
           END-IF.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               PERFORM 2150-MONTA-REGRA
               MOVE 'C' TO WS-MODO
               PERFORM 2400-PERCORRE-CADUSER
               PERFORM 2200-MOSTRA-PREVIA
               IF WS-TOT-DESTINOS = 0
                   DISPLAY 'NENHUM DESTINATARIO - CAMPANHA NAO GRAVADA'
               ELSE
                   DISPLAY 'CONFIRMA O ENVIO (S/N): '
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 's'
                       MOVE 'S' TO WS-CONFIRMA
                   END-IF
                   IF WS-CONFIRMA = 'S'
                       PERFORM 2300-DISPARA
                   ELSE
                       DISPLAY 'CAMPANHA CANCELADA'
                   END-IF
               END-IF
           END-IF.

      * codigo do catalogo mostra o texto; codigo desconhecido pede o
      * texto do novo template, que entra no NOTIFTPL na confirmacao
       2110-LE-TEMPLATE.
           DISPLAY 'TEMPLATE DO NOTIFTPL: '.
           MOVE SPACES TO WS-TPL-CODIGO.
           ACCEPT WS-TPL-CODIGO.
           MOVE FUNCTION UPPER-CASE (WS-TPL-CODIGO) TO WS-TPL-CODIGO.
           MOVE 'N' TO WS-TPL-NOVO.
           MOVE SPACES TO WS-TPL-TEXTO.
           IF WS-TPL-CODIGO = SPACES
               MOVE 'TEMPLATE E OBRIGATORIO' TO WS-MSG-CRITICA
           ELSE
               PERFORM 2120-PROCURA-TEMPLATE
           END-IF.
           IF WS-MSG-CRITICA = SPACES
               IF WS-TPL-ACHOU = 'S'
                   DISPLAY 'TEXTO: ' FUNCTION TRIM (WS-TPL-TEXTO)
               ELSE
                   DISPLAY 'TEMPLATE NOVO - TEXTO DA MENSAGEM: '
                   ACCEPT WS-TPL-TEXTO
                   IF WS-TPL-TEXTO = SPACES
                       MOVE 'TEXTO DO TEMPLATE E OBRIGATORIO'
                         TO WS-MSG-CRITICA
                   ELSE
                       MOVE 'S' TO WS-TPL-NOVO
                   END-IF
               END-IF
           END-IF.

      * o catalogo nasce no CDCLIE com os textos padrao; sem ele a
      * campanha nao tem onde registrar o template
       2120-PROCURA-TEMPLATE.
           MOVE 'N' TO WS-TPL-ACHOU.
           OPEN INPUT NOTIFTPL.
           IF WS-FS-NOTIFTPL NOT = 0
               MOVE 'CATALOGO NOTIFTPL INDISPONIVEL'
                 TO WS-MSG-CRITICA
           ELSE
               MOVE 'N' TO WS-EOF-TPL
               PERFORM 2125-LE-LINHA-TEMPLATE
                   UNTIL FIM-NOTIFTPL OR WS-TPL-ACHOU = 'S'
               CLOSE NOTIFTPL
           END-IF.

       2125-LE-LINHA-TEMPLATE.
           READ NOTIFTPL
               AT END
                   MOVE 'S' TO WS-EOF-TPL
               NOT AT END
                   MOVE SPACES TO WS-TPL-LIDO-CODIGO
                   MOVE SPACES TO WS-TPL-LIDO-TEXTO
                   UNSTRING REG-TEMPLATE DELIMITED BY ';'
                       INTO WS-TPL-LIDO-CODIGO WS-TPL-LIDO-TEXTO
                   END-UNSTRING
                   IF WS-TPL-LIDO-CODIGO = WS-TPL-CODIGO
                       MOVE 'S' TO WS-TPL-ACHOU
                       MOVE WS-TPL-LIDO-TEXTO TO WS-TPL-TEXTO
                   END-IF
           END-READ.

       2130-LE-REGRA.
           MOVE SPACES TO WS-REGRA.
           DISPLAY 'PUBLICO - EM BRANCO VALE TODOS'.
           DISPLAY 'DEPARTAMENTO.............: '.
           ACCEPT WS-FIL-DEPTO.
           DISPLAY 'PERFIL (A/O/C)...........: '.
           ACCEPT WS-FIL-PERFIL.
           DISPLAY 'UF.......................: '.
           ACCEPT WS-FIL-UF.
           DISPLAY 'DOMINIO DO EMAIL.........: '.
           ACCEPT WS-FIL-DOMINIO.
           DISPLAY 'SITUACAO (T TROCA DE SENHA PENDENTE, '
               'C NUNCA CONFIRMOU OS DADOS, V COM FIM DE CONTRATO): '.
           ACCEPT WS-FIL-SITUACAO.
           MOVE FUNCTION UPPER-CASE (WS-REGRA) TO WS-REGRA.
           IF WS-FIL-DOMINIO (1:1) = '@'
               MOVE WS-FIL-DOMINIO (2:49) TO WS-FIL-DOMINIO
           END-IF.

       2140-CRITICA-REGRA.
           EVALUATE TRUE
               WHEN WS-FIL-PERFIL NOT = SPACE AND
                    WS-FIL-PERFIL NOT = 'A' AND
                    WS-FIL-PERFIL NOT = 'O' AND
                    WS-FIL-PERFIL NOT = 'C'
                   MOVE 'PERFIL DEVE SER A, O OU C' TO WS-MSG-CRITICA
               WHEN WS-FIL-SITUACAO NOT = SPACE AND
                    WS-FIL-SITUACAO NOT = 'T' AND
                    WS-FIL-SITUACAO NOT = 'C' AND
                    WS-FIL-SITUACAO NOT = 'V'
                   MOVE 'SITUACAO DEVE SER T, C OU V' TO WS-MSG-CRITICA
               WHEN WS-FIL-DEPTO NOT = SPACES AND
                    WS-CADDEPT-ABERTO = 'S'
                   MOVE WS-FIL-DEPTO TO DP-CODIGO
                   READ CADDEPT
                       INVALID KEY
                           MOVE 'DEPARTAMENTO NAO CADASTRADO'
                             TO WS-MSG-CRITICA
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * a regra por extenso, para a previa e para o operador conferir
       2150-MONTA-REGRA.
           MOVE SPACES TO WS-DESC-REGRA.
           MOVE 1 TO WS-PTR-REGRA.
           IF WS-FIL-DEPTO NOT = SPACES
               STRING 'DEPTO=' WS-FIL-DEPTO ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF WS-FIL-PERFIL NOT = SPACE
               STRING 'PERFIL=' WS-FIL-PERFIL ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF WS-FIL-UF NOT = SPACES
               STRING 'UF=' WS-FIL-UF ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF WS-FIL-DOMINIO NOT = SPACES
               STRING 'DOMINIO=' FUNCTION TRIM (WS-FIL-DOMINIO) ' '
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF WS-FIL-SITUACAO NOT = SPACE
               STRING 'SITUACAO=' WS-FIL-SITUACAO
                   DELIMITED BY SIZE INTO WS-DESC-REGRA
                   WITH POINTER WS-PTR-REGRA
           END-IF.
           IF WS-DESC-REGRA = SPACES
               MOVE 'TODAS AS CONTAS ATIVAS' TO WS-DESC-REGRA
           END-IF.

       2200-MOSTRA-PREVIA.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'TEMPLATE: ' WS-TPL-CODIGO ' '
               FUNCTION TRIM (WS-TPL-TEXTO).
           DISPLAY 'PUBLICO.: ' FUNCTION TRIM (WS-DESC-REGRA).
           MOVE WS-TOT-DESTINOS TO WS-MSK-QTD.
           DISPLAY 'DESTINATARIOS...............: ' WS-MSK-QTD.
           MOVE WS-TOT-BLOQUEADAS TO WS-MSK-QTD.
           DISPLAY 'FORA - CONTA BLOQUEADA......: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-EMAIL TO WS-MSK-QTD.
           DISPLAY 'FORA - EMAIL INVALIDO.......: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-CONSENT TO WS-MSK-QTD.
           DISPLAY 'FORA - SEM CONSENTIMENTO....: ' WS-MSK-QTD.
           DISPLAY '---------------------------------------------'.

      * segunda passada grava os eventos; a contagem registrada e a
      * desta passada, que e o que de fato foi para a fila
       2300-DISPARA.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           PERFORM 2310-PROXIMO-NUMERO.
           IF TEMPLATE-NOVO
               PERFORM 2320-GRAVA-TEMPLATE
           END-IF.
           OPEN EXTEND NOTIFQ.
           IF WS-FS-NOTIFQ = 35
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN EXTEND NOTIFQ
           END-IF.
           MOVE 'G' TO WS-MODO.
           PERFORM 2400-PERCORRE-CADUSER.
           CLOSE NOTIFQ.

           MOVE WS-CAMP-NUMERO     TO CP-NUMERO.
           MOVE WS-DT-ATUAL        TO CP-DATA.
           MOVE WS-HR-ATUAL        TO CP-HORA.
           MOVE WS-OPER-CODIGO     TO CP-AUTOR.
           MOVE WS-TPL-CODIGO      TO CP-TEMPLATE.
           MOVE WS-FIL-DEPTO       TO CP-FIL-DEPTO.
           MOVE WS-FIL-PERFIL      TO CP-FIL-PERFIL.
           MOVE WS-FIL-UF          TO CP-FIL-UF.
           MOVE WS-FIL-DOMINIO     TO CP-FIL-DOMINIO.
           MOVE WS-FIL-SITUACAO    TO CP-FIL-SITUACAO.
           MOVE WS-TOT-DESTINOS    TO CP-QTD-DESTINOS.
           MOVE WS-TOT-BLOQUEADAS  TO CP-QTD-BLOQUEADAS.
           MOVE WS-TOT-SEM-EMAIL   TO CP-QTD-SEM-EMAIL.
           MOVE WS-TOT-SEM-CONSENT TO CP-QTD-SEM-CONSENT.
           WRITE REG-CAMPANHA
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A CAMPANHA - STATUS '
                       WS-FS-CADCAMP
           END-WRITE.
           MOVE WS-TOT-DESTINOS TO WS-MSK-QTD.
           DISPLAY 'CAMPANHA ' WS-CAMP-NUMERO ' GRAVADA - '
               FUNCTION TRIM (WS-MSK-QTD) ' EVENTOS NA NOTIFQ'.

      * o numero da campanha e o ultimo do CADCAMP mais um
       2310-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-CAMP-NUMERO.
           MOVE 'N' TO WS-EOF-CAMP.
           MOVE ZEROS TO CP-NUMERO.
           START CADCAMP KEY IS GREATER THAN OR EQUAL TO CP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CAMP
           END-START.
           PERFORM 2315-LE-NUMERO UNTIL FIM-CADCAMP.
           ADD 1 TO WS-CAMP-NUMERO.

       2315-LE-NUMERO.
           READ CADCAMP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CAMP
               NOT AT END
                   MOVE CP-NUMERO TO WS-CAMP-NUMERO
           END-READ.

       2320-GRAVA-TEMPLATE.
           OPEN EXTEND NOTIFTPL.
           IF WS-FS-NOTIFTPL = 0
               MOVE SPACES TO REG-TEMPLATE
               STRING FUNCTION TRIM (WS-TPL-CODIGO) ';'
                   FUNCTION TRIM (WS-TPL-TEXTO)
                   DELIMITED BY SIZE INTO REG-TEMPLATE
               WRITE REG-TEMPLATE
               CLOSE NOTIFTPL
           ELSE
               DISPLAY 'TEMPLATE NAO GRAVADO NO NOTIFTPL - STATUS '
                   WS-FS-NOTIFTPL
           END-IF.

      * a mesma passada serve a previa (so conta) e ao disparo
       2400-PERCORRE-CADUSER.
           MOVE 0 TO WS-TOT-DESTINOS.
           MOVE 0 TO WS-TOT-BLOQUEADAS.
           MOVE 0 TO WS-TOT-SEM-EMAIL.
           MOVE 0 TO WS-TOT-SEM-CONSENT.
           MOVE 'N' TO WS-EOF-USER.
           MOVE ZEROS TO FD-CD-USER.
           START CADUSER KEY IS GREATER THAN OR EQUAL TO FD-CD-USER
               INVALID KEY
                   MOVE 'S' TO WS-EOF-USER
           END-START.
           PERFORM 2410-AVALIA-CONTA UNTIL FIM-CADUSER.

       2410-AVALIA-CONTA.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   PERFORM 2420-CONFERE-REGRA
                   IF WS-NO-PUBLICO = 'S'
                       PERFORM 2430-CLASSIFICA
                   END-IF
           END-READ.

       2420-CONFERE-REGRA.
           MOVE 'S' TO WS-NO-PUBLICO.
           IF WS-FIL-DEPTO NOT = SPACES AND
              FD-DEPTO NOT = WS-FIL-DEPTO
               MOVE 'N' TO WS-NO-PUBLICO
           END-IF.
           IF WS-FIL-PERFIL NOT = SPACE AND
              FD-PERFIL NOT = WS-FIL-PERFIL
               MOVE 'N' TO WS-NO-PUBLICO
           END-IF.
           IF WS-FIL-UF NOT = SPACES AND
              FUNCTION UPPER-CASE (FD-UF) NOT = WS-FIL-UF
               MOVE 'N' TO WS-NO-PUBLICO
           END-IF.
           IF WS-FIL-DOMINIO NOT = SPACES AND WS-NO-PUBLICO = 'S'
               MOVE SPACES TO WS-EMAIL-PARTES
               UNSTRING FD-EMAIL
                   DELIMITED BY '@'
                   INTO WS-PRE-EMAIL
                        WS-SUF-EMAIL
               END-UNSTRING
               IF FUNCTION UPPER-CASE (WS-SUF-EMAIL) NOT =
                  WS-FIL-DOMINIO
                   MOVE 'N' TO WS-NO-PUBLICO
               END-IF
           END-IF.
           EVALUATE WS-FIL-SITUACAO
               WHEN 'T'
                   IF NOT TROCA-OBRIGATORIA
                       MOVE 'N' TO WS-NO-PUBLICO
                   END-IF
               WHEN 'C'
                   IF FD-DT-CONFIRMA IS NUMERIC AND
                      FD-DT-CONFIRMA NOT = ZEROS
                       MOVE 'N' TO WS-NO-PUBLICO
                   END-IF
               WHEN 'V'
                   IF FD-DT-FIM-CONTRATO IS NOT NUMERIC OR
                      FD-DT-FIM-CONTRATO = ZEROS
                       MOVE 'N' TO WS-NO-PUBLICO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * conta do publico: bloqueada, sem email utilizavel ou sem
      * consentimento fica so na contagem
       2430-CLASSIFICA.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA
                   ADD 1 TO WS-TOT-BLOQUEADAS
               WHEN FD-EMAIL = SPACES OR EMAIL-INVALIDO
                   ADD 1 TO WS-TOT-SEM-EMAIL
               WHEN OTHER
                   CALL 'CDCNSCHK' USING FD-CD-USER WS-CNS-FINALIDADE
                       WS-CNS-RETORNO
                   IF WS-CNS-RETORNO = 'S'
                       ADD 1 TO WS-TOT-DESTINOS
                       IF MODO-GRAVA
                           PERFORM 2440-GRAVA-EVENTO
                       END-IF
                   ELSE
                       ADD 1 TO WS-TOT-SEM-CONSENT
                   END-IF
           END-EVALUATE.

      * um evento por destinatario; NQ-PARAMETRO leva o numero da
      * campanha para o correio agrupar o envio
       2440-GRAVA-EVENTO.
           MOVE WS-DT-ATUAL    TO NQ-DATA.
           MOVE WS-HR-ATUAL    TO NQ-HORA.
           MOVE 'COMUNICADO'   TO NQ-EVENTO.
           MOVE FD-CD-USER     TO NQ-CD-USER.
           MOVE FD-EMAIL       TO NQ-EMAIL.
           MOVE WS-TPL-CODIGO  TO NQ-TEMPLATE.
           MOVE WS-CAMP-NUMERO TO NQ-PARAMETRO.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
           ELSE
               MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
           END-IF.
           WRITE REG-NOTIFICACAO.

       2800-LISTAR.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-CAMP.
           MOVE ZEROS TO CP-NUMERO.
           START CADCAMP KEY IS GREATER THAN OR EQUAL TO CP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CAMP
           END-START.
           DISPLAY 'CAMPANHA DATA     AUTOR  TEMPLATE DESTINOS'.
           PERFORM 2810-LISTA-LINHA UNTIL FIM-CADCAMP.
           DISPLAY 'TOTAL DE CAMPANHAS: ' WS-TOT-LISTADOS.

       2810-LISTA-LINHA.
           READ CADCAMP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CAMP
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   MOVE CP-QTD-DESTINOS TO WS-MSK-QTD
                   DISPLAY CP-NUMERO '   ' CP-DATA ' ' CP-AUTOR ' '
                       CP-TEMPLATE ' ' WS-MSK-QTD
           END-READ.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           IF WS-CADDEPT-ABERTO = 'S'
               CLOSE CADDEPT
           END-IF.
           CLOSE CADCAMP.

       END PROGRAM CDCAMPANHA.
