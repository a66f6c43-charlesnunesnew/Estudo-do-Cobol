      *                     evento na fila NOTIFQ (template TPLBLOQ)
      *                     para o correio corporativo avisar o
      *                     titular.
      *   15/10/2026 CAN - logon aprovado abre sessao no CADSESS pelo
      *                     subprograma CDSESSAO e publica o carimbo em
      *                     SESSAO_ID para MENUGERAL e CDCLIE
      *                     conferirem antes de cada opcao; segundo
      *                     logon do mesmo codigo em outro terminal e
      *                     recusado ou derruba o anterior conforme
      *                     SESSAO_MODO.
      *   15/10/2026 CAN - janela de logon por perfil e por operador
      *                     no arquivo LOGONPOL (dias da semana e faixa
      *                     de horas): fora dela o logon e recusado
      *                     com a mensagem LOG0001 do catalogo via
      *                     FORMERRO e a acao 'H' no CADAUD; logon de
      *                     administrador dentro da janela mas fora do
      *                     expediente sai com a acao 'I', para o
      *                     painel CDSAUDE da manha seguinte.
      *   15/10/2026 CAN - segundo fator para administrador: aceita a
      *                     senha, um codigo de uso unico vai pela fila
      *                     NOTIFQ (template TPLCOD2F) ao FD-EMAIL e
      *                     precisa ser digitado dentro de
      *                     SEGFATOR_VALIDADE_MIN minutos (padrao 5)
      *                     antes de publicar o perfil; codigo errado
      *                     ou vencido conta em FD-TENTATIVAS como
      *                     senha errada. Emissao,
      *                     uso e expiracao ficam no CADAUD com as
      *                     acoes '1', '2' e '3'.
      *   15/10/2026 CAN - delegacao temporaria de perfil: delegacao
      *                     ativa do CADDELEG cujo periodo cobre hoje
      *                     concede ao delegado o perfil emprestado
      *                     (quando mais forte que o proprio), o menu
      *                     mostra ATUANDO POR e o delegante e publicado
      *                     em OPERADOR_DELEGANTE para carimbar o
      *                     AU-DELEGANTE da auditoria; perfil A
      *                     emprestado tambem exige o segundo fator.
      *   15/10/2026 CAN - logon publica OPERADOR_DEPTO com o
      *                     departamento do operador, usado pelo
      *                     CDVISDEP para limitar a visao do operador
      *                     sem perfil de administrador.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - confirmacao periodica dos dados pessoais apos
      *                     o logon (CONFIRMA_MESES, padrao 12): titular
      *                     confirma ou corrige telefone, email,
      *                     endereco e departamento; correcao vai para o
      *                     CADPEND e a confirmacao fica no CADAUD com a
      *                     acao 'c'.
      *   15/10/2026 CAN - saudacao NQ-TRATAMENTO nos avisos da NOTIFQ
      *                     pelo nome social quando houver; correcao da
      *                     confirmacao anual preserva o nome social no
      *                     pedido.
      *   15/10/2026 CAN - correcao de telefone na confirmacao anual
      *                     aceita 13 digitos (celular) ou 12 (fixo,
      *                     prefixo guardado com zero a esquerda),
      *                     critica o numero no CDVALFON e leva o tipo
      *                     do telefone para a fila do CADPEND.
      *   15/10/2026 CAN - email devolvido em definitivo pelo servidor
      *                     de correio (CDMAILRET) e avisado logo apos o
      *                     logon; o titular pode corrigir na hora pelo
      *                     caminho da confirmacao anual.
      *   15/10/2026 CAN - codigo de operador com 8 digitos; chave da
      *                     LOGONPOL escrita com menos digitos e
      *                     normalizada antes da comparacao.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      *   15/10/2026 CAN - situacao do online conferida no CDONLINE a
      *                     cada tentativa: fechado pelo lote recusa o
      *                     logon com a caixa ONL0002; em somente
      *                     leitura o logon segue sem gravar no CADUSER
      *                     (carimbo, tentativas, confirmacao anual) e
      *                     troca de senha, senha esquecida e correcao
      *                     de email sao recusadas com a caixa ONL0001.
      *   15/10/2026 CAN - CONFIRMA_MESES e SEGFATOR_VALIDADE_MIN lidos
      *                     pelo CDPARAM (cadastro CADPARAM, variavel de
      *                     ambiente por cima).
      *   15/10/2026 CAN - codigo de segundo fator errado com o online
      *                     em somente leitura conta na tentativa da
      *                     sessao e encerra o segundo fator no limite,
      *                     ja que FD-TENTATIVAS nao pode ser gravado.
      *   15/10/2026 CAN - codigo do segundo fator sorteado com semente
      *                     unica por execucao, misturando a chave
      *                     secreta SEGFATOR_CHAVE ao relogio em
      *                     centesimos, em vez de usuario e hora.
      *   15/10/2026 CAN - data de acesso carimbada so no logon aceito;
      *                     recusa por janela, segundo fator ou sessao
      *                     nao renova mais a conta inativa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDLOGON.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

           SELECT LOGONPOL ASSIGN TO
           "LOGONPOL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOGONPOL.

           SELECT CADDELEG ASSIGN TO
           "CADDELEG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DG-CHAVE
           FILE STATUS IS WS-FS-CADDELEG.

           SELECT CADDEPT ASSIGN TO
           "CADDEPT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-CODIGO
           FILE STATUS IS WS-FS-CADDEPT.

           SELECT CADDOM ASSIGN TO
           "CADDOM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DOMINIO
           FILE STATUS IS WS-FS-CADDOM.

           SELECT CADPEND ASSIGN TO
           "CADPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-CD-USER
           FILE STATUS IS WS-FS-CADPEND.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

       FD NOTIFQ.
           COPY REGNOTIF.

       FD LOGONPOL.
       01 REG-JANELA                     PIC X(40).

       FD CADDELEG.
           COPY REGDELEG.

       FD CADDEPT.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD CADDOM.
           COPY REGDOM.

       FD CADPEND.
           COPY REGPEND.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDLOGON'.
       77 WS-FS-CADSEN                   PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-FS-LOGONPOL                 PIC 99.
       77 WS-EOF-LOGONPOL                PIC X VALUE 'N'.
        88 FIM-LOGONPOL                  VALUE 'S'.
       77 WS-FS-CADDELEG                 PIC 99.
       77 WS-CADDELEG-ABERTO             PIC X VALUE 'N'.
        88 CADDELEG-ABERTO               VALUE 'S'.
       77 WS-EOF-DELEG                   PIC X VALUE 'N'.
        88 FIM-CADDELEG                  VALUE 'S'.
       77 WS-FS-CADDEPT                  PIC 99.
       77 WS-CADDEPT-ABERTO              PIC X VALUE 'N'.
        88 CADDEPT-ABERTO                VALUE 'S'.
       77 WS-FS-CADDOM                   PIC 99.
       77 WS-CADDOM-ABERTO               PIC X VALUE 'N'.
        88 CADDOM-ABERTO                 VALUE 'S'.
       77 WS-FS-CADPEND                  PIC 99.

       77 WS-LIMITE-TENTATIVAS           PIC 9(02) VALUE 3.
       77 WS-TENTATIVAS-LOGON            PIC 9(02) VALUE ZEROS.
       77 WS-BASE-VAZIA                  PIC X VALUE 'N'.
        88 BASE-VAZIA                    VALUE 'S'.

       77 WS-CODIGO-TEXTO                PIC X(08) VALUE SPACES.
       77 WS-CODIGO-OPER                 PIC 9(08) VALUE ZEROS.
       77 WS-PERFIL-OPER                 PIC X(01) VALUE SPACE.
       77 WS-DEPTO-OPER                  PIC X(04) VALUE SPACES.

       77 WS-SESSAO-FUNCAO               PIC X(01) VALUE SPACE.
       77 WS-SESSAO-ID                   PIC X(14) VALUE SPACES.
       77 WS-SESSAO-RETORNO              PIC X(01) VALUE SPACE.
        88 SESSAO-ABERTA                 VALUE 'S'.
        88 SESSAO-RECUSADA               VALUE 'R'.

      * janelas do LOGONPOL - linhas TIPO;CHAVE;DIAS;HHMM-INI;HHMM-FIM
      * com TIPO P (perfil A/O/C), O (codigo de operador, que vale
      * acima do perfil) ou E (expediente, chave em branco); DIAS
      * traz os dias permitidos de 1 (segunda) a 7 (domingo)
       01 WS-TAB-JANELAS.
           03 WS-QTD-JANELAS             PIC 9(02) VALUE ZEROS.
           03 WS-JAN-ENTRADA OCCURS 30 TIMES.
               05 WS-JAN-TIPO            PIC X(01).
               05 WS-JAN-CHAVE           PIC X(08).
               05 WS-JAN-DIAS            PIC X(07).
               05 WS-JAN-INICIO          PIC X(04).
               05 WS-JAN-FIM             PIC X(04).
       01 WS-PARTES-JANELA.
           03 WS-PJ-TIPO                 PIC X(01).
           03 WS-PJ-CHAVE                PIC X(08).
           03 WS-PJ-DIAS                 PIC X(07).
           03 WS-PJ-INICIO               PIC X(04).
           03 WS-PJ-FIM                  PIC X(04).
       77 WS-PJ-CODIGO                   PIC 9(08) VALUE ZEROS.
       77 WS-IX-JANELA                   PIC 9(02) VALUE ZEROS.
       77 WS-JANELA-ACHADA               PIC 9(02) VALUE ZEROS.
       77 WS-EXPEDIENTE-ACHADO           PIC 9(02) VALUE ZEROS.
       77 WS-JANELA-CHAVE                PIC X(08) VALUE SPACES.
       77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
       77 WS-QTD-DIA-OK                  PIC 9(02) VALUE ZEROS.
       01 WS-HORA-LOGON.
           03 WS-HORA-LOGON-HHMM         PIC X(04).
           03 FILLER                     PIC X(04).
       77 WS-JANELA-OK                   PIC X VALUE 'S'.
        88 DENTRO-DA-JANELA              VALUE 'S'.
        88 FORA-DA-JANELA                VALUE 'N'.
       77 WS-FORA-HORARIO                PIC X VALUE 'N'.
        88 RECUSADO-FORA-HORARIO         VALUE 'S'.

      * segundo fator do administrador: codigo de seis digitos com
      * validade contada em segundos desde a emissao
       77 WS-SEGFATOR-OK                 PIC X VALUE 'S'.
        88 SEGFATOR-OK                   VALUE 'S'.
       77 WS-SEGFATOR-FIM                PIC X VALUE 'N'.
        88 SEGFATOR-ENCERRADO            VALUE 'S'.
       77 WS-SEGFATOR-CODIGO             PIC 9(06) VALUE ZEROS.
       77 WS-SEGFATOR-CODIGO-TXT         PIC X(06) VALUE SPACES.
       77 WS-SEGFATOR-DIGITADO           PIC X(06) VALUE SPACES.
       77 WS-SEGFATOR-VALIDADE           PIC 9(03) VALUE 5.
       77 WS-SEGFATOR-PARM               PIC X(03) VALUE SPACES.
       77 WS-SEGFATOR-EMISSAO            PIC 9(12) VALUE ZEROS.
       77 WS-SEGFATOR-AGORA              PIC 9(12) VALUE ZEROS.
       77 WS-SEGFATOR-SEMENTE            PIC 9(08) VALUE ZEROS.
       77 WS-SEGFATOR-CHAVE              PIC 9(08) VALUE ZEROS.
       77 WS-SEGFATOR-CHAVE-PARM         PIC X(10) VALUE SPACES.
       77 WS-SEGFATOR-SEMEADO            PIC X(01) VALUE 'N'.
        88 SEGFATOR-SEMEADO              VALUE 'S'.
       77 WS-DT-RELOGIO                  PIC 9(08) VALUE ZEROS.
       01 WS-HR-RELOGIO.
           03 WS-REL-HH                  PIC 9(02).
           03 WS-REL-MM                  PIC 9(02).
           03 WS-REL-SS                  PIC 9(02).
           03 WS-REL-CC                  PIC 9(02).
       77 WS-SEG-RELOGIO                 PIC 9(12) VALUE ZEROS.
       77 WS-FALHA-MSG                   PIC X(30) VALUE SPACES.

      * delegacao vigente do CADDELEG: so vale o perfil emprestado
      * mais forte que o proprio (peso A=3, O=2, C=1)
       77 WS-DELEGANTE-TEXTO             PIC X(08) VALUE SPACES.
       77 WS-DELEG-PERFIL                PIC X(01) VALUE SPACE.
        88 DELEGACAO-ADMIN               VALUE 'A'.
       77 WS-DELEG-FIM                   PIC 9(08) VALUE ZEROS.
       77 WS-DELEG-PESO                  PIC 9(01) VALUE ZEROS.
       77 WS-DELEG-PESO-LIDO             PIC 9(01) VALUE ZEROS.
       77 WS-DT-HOJE                     PIC 9(08) VALUE ZEROS.

       77 WRK-MSGERRO                    PIC X(50) VALUE SPACES.
       77 WRK-ERRO-L1                    PIC X(50).
       77 WRK-ERRO-L2                    PIC X(50).
       77 WRK-ERRO-L3                    PIC X(50).
       77 WRK-MSGCOD                     PIC X(07) VALUE SPACES.

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * somente leitura deixa entrar sem gravar no CADUSER, fechado
      * recusa o logon
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
        88 ONL-FECHADO                   VALUE 'F'.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.
       77 WS-RECUSA-ONLINE               PIC X(01) VALUE 'N'.
        88 RECUSADO-ONLINE-FECHADO       VALUE 'S'.

       77 WS-SENHA-ENTRADA               PIC X(8).
       77 WS-SENHA-OFUSCADA              PIC X(8).
        88 SENHA-COMPLEXA-OK             VALUE 'S'.
       77 WS-SENHA-MSG-REGRA             PIC X(50) VALUE SPACES.

      * confirmacao anual dos dados cadastrais: vence quando a ultima
      * confirmacao e anterior a hoje menos CONFIRMA_MESES meses
      * (padrao 12; zero desliga a pergunta)
       77 WS-CNF-MESES                   PIC 9(03) VALUE 12.
       77 WS-CNF-PARM                    PIC X(03) VALUE SPACES.
       01 WS-CNF-HOJE.
           03 WS-CNF-ANO                 PIC 9(04).
           03 WS-CNF-MES                 PIC 9(02).
           03 WS-CNF-DIA                 PIC 9(02).
       01 WS-CNF-HOJE-N REDEFINES WS-CNF-HOJE
                                         PIC 9(08).
       77 WS-CNF-MESES-CORRIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-CNF-LIM-ANO                 PIC 9(04) VALUE ZEROS.
       77 WS-CNF-LIM-MES                 PIC 9(02) VALUE ZEROS.
       77 WS-CNF-LIMITE                  PIC 9(08) VALUE ZEROS.
       77 WS-CNF-RESPOSTA                PIC X(01) VALUE SPACE.
       77 WS-CNF-CD-USER                 PIC 9(08) VALUE ZEROS.
       77 WS-EMAIL-CORRIGIDO             PIC X(01) VALUE 'N'.
       77 WS-CNF-TEXTO                   PIC X(100) VALUE SPACES.
       77 WS-CNF-DEPTO-DESC              PIC X(30) VALUE SPACES.
       77 WS-CNF-PRE-EMAIL               PIC X(100) VALUE SPACES.
       77 WS-CNF-SUF-EMAIL               PIC X(30) VALUE SPACES.
       77 WS-CNF-ARROBAS                 PIC 9(02) VALUE ZEROS.
       77 WS-CNF-CAMPO-OK                PIC X VALUE 'S'.
        88 CNF-CAMPO-OK                  VALUE 'S'.
       77 WS-CNF-FONE-MSG                PIC X(50) VALUE SPACES.
      * telefone digitado antes da critica do CDVALFON
       01 WS-CNF-FONE-DIG.
           03 WS-CNF-DIG-PHONE           PIC 9(13).
           03 WS-CNF-DIG-TIPO            PIC X(01).
      * dados como estavam e como o titular deixou, no mesmo layout
      * para a comparacao de um lance so
       01 WS-CNF-ATUAL.
           03 WS-CNF-ATU-EMAIL           PIC X(100).
           03 WS-CNF-ATU-PHONE           PIC 9(13).
           03 WS-CNF-ATU-FONE-TIPO       PIC X(01).
           03 WS-CNF-ATU-ENDERECO        PIC X(80).
           03 WS-CNF-ATU-DEPTO           PIC X(04).
       01 WS-CNF-NOVO.
           03 WS-CNF-EMAIL               PIC X(100).
           03 WS-CNF-PHONE               PIC 9(13).
           03 WS-CNF-FONE-TIPO           PIC X(01).
           03 WS-CNF-ENDERECO.
               05 WS-CNF-RUA             PIC X(30).
               05 WS-CNF-BAIRRO          PIC X(20).
               05 WS-CNF-CIDADE          PIC X(20).
               05 WS-CNF-UF              PIC X(02).
               05 WS-CNF-CEP             PIC 9(08).
           03 WS-CNF-DEPTO               PIC X(04).

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * o MENUGERAL chama o logon de novo quando a sessao cai: o
      * estado da chamada anterior nao pode valer para esta
       1000-INICIAR.
           MOVE 'N' TO WS-LOGON-OK.
           MOVE 'N' TO WS-BASE-VAZIA.
           MOVE ZEROS TO WS-TENTATIVAS-LOGON.
           MOVE SPACE TO WS-SESSAO-RETORNO.
           MOVE SPACES TO WS-SESSAO-ID.
           MOVE 'N' TO WS-FORA-HORARIO.
           MOVE 'N' TO WS-RECUSA-ONLINE.
           MOVE SPACES TO WS-DELEGANTE-TEXTO.
           MOVE SPACE TO WS-DELEG-PERFIL.
           PERFORM 1100-CARREGA-JANELAS.
           MOVE 'CONFIRMA_MESES' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-CNF-PARM.
           IF WS-CNF-PARM NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-CNF-PARM) = 0
               MOVE FUNCTION NUMVAL (WS-CNF-PARM) TO WS-CNF-MESES
           END-IF.
           MOVE 'SEGFATOR_VALIDADE_MIN' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-SEGFATOR-PARM.
           IF WS-SEGFATOR-PARM NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-SEGFATOR-PARM) = 0
               MOVE FUNCTION NUMVAL (WS-SEGFATOR-PARM)
                 TO WS-SEGFATOR-VALIDADE
           END-IF.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               OPEN EXTEND NOTIFQ
           END-IF.

      * sem CADDELEG ninguem atua por delegacao
           MOVE 'N' TO WS-CADDELEG-ABERTO.
           OPEN INPUT CADDELEG.
           IF WS-FS-CADDELEG = 0
               MOVE 'S' TO WS-CADDELEG-ABERTO
           END-IF.

      * tabelas da correcao na confirmacao anual: sem elas a troca de
      * departamento ou de email e recusada e o dado atual fica
           MOVE 'N' TO WS-CADDEPT-ABERTO.
           OPEN INPUT CADDEPT.
           IF WS-FS-CADDEPT = 0
               MOVE 'S' TO WS-CADDEPT-ABERTO
           END-IF.
           MOVE 'N' TO WS-CADDOM-ABERTO.
           OPEN INPUT CADDOM.
           IF WS-FS-CADDOM = 0
               MOVE 'S' TO WS-CADDOM-ABERTO
           END-IF.

           OPEN I-O CADPEND.
           IF WS-FS-CADPEND = 35
               OPEN OUTPUT CADPEND
               CLOSE CADPEND
               OPEN I-O CADPEND
           END-IF.

      * sem LOGONPOL, ou sem linha para o perfil, o logon segue livre
      * a qualquer hora, como sempre foi
       1100-CARREGA-JANELAS.
           MOVE 0 TO WS-QTD-JANELAS.
           OPEN INPUT LOGONPOL.
           IF WS-FS-LOGONPOL = 0
               MOVE 'N' TO WS-EOF-LOGONPOL
               PERFORM 1110-LE-JANELA UNTIL FIM-LOGONPOL
               CLOSE LOGONPOL
           END-IF.

       1110-LE-JANELA.
           READ LOGONPOL
               AT END
                   MOVE 'S' TO WS-EOF-LOGONPOL
               NOT AT END
                   MOVE SPACES TO WS-PARTES-JANELA
                   UNSTRING REG-JANELA
                       DELIMITED BY ';'
                       INTO WS-PJ-TIPO
                            WS-PJ-CHAVE
                            WS-PJ-DIAS
                            WS-PJ-INICIO
                            WS-PJ-FIM
                   END-UNSTRING
      * codigo de operador escrito com menos de 8 digitos (as linhas
      * de antes da ampliacao tem 6) casa pelo valor
                   IF WS-PJ-TIPO = 'O' AND WS-PJ-CHAVE NOT = SPACES
                       MOVE FUNCTION NUMVAL (WS-PJ-CHAVE)
                         TO WS-PJ-CODIGO
                       MOVE WS-PJ-CODIGO TO WS-PJ-CHAVE
                   END-IF
                   IF (WS-PJ-TIPO = 'P' OR WS-PJ-TIPO = 'O' OR
                       WS-PJ-TIPO = 'E') AND
                      WS-PJ-INICIO IS NUMERIC AND
                      WS-PJ-FIM IS NUMERIC AND
                      WS-QTD-JANELAS < 30
                       ADD 1 TO WS-QTD-JANELAS
                       MOVE WS-PARTES-JANELA
                         TO WS-JAN-ENTRADA (WS-QTD-JANELAS)
                   END-IF
           END-READ.

       2000-IDENTIFICA-OPERADOR.
           DISPLAY '============================================='.
           DISPLAY '   IDENTIFICACAO DO OPERADOR'.
           MOVE SPACES TO WS-CODIGO-TEXTO.
           ACCEPT WS-CODIGO-TEXTO.
           ADD 1 TO WS-TENTATIVAS-LOGON.
           MOVE SPACES TO WS-DELEGANTE-TEXTO.
           MOVE SPACE TO WS-DELEG-PERFIL.
           PERFORM 2050-CONSULTA-ONLINE.

           IF WS-CODIGO-TEXTO = SPACES
               DISPLAY 'INFORME O CODIGO DO OPERADOR'
           ELSE
           IF ONL-FECHADO
               PERFORM 2060-RECUSA-ONLINE
               MOVE 'S' TO WS-RECUSA-ONLINE
               MOVE WS-LIMITE-TENTATIVAS TO WS-TENTATIVAS-LOGON
           ELSE
           IF WS-CODIGO-TEXTO = 'E'
               PERFORM 2500-ESQUECI-SENHA
           ELSE
                       PERFORM 2100-VALIDA-SENHA
               END-READ
           END-IF
           END-IF
           END-IF.

      * a situacao e relida a cada tentativa: o lote pode ter aberto
      * ou fechado o online enquanto o operador digitava
       2050-CONSULTA-ONLINE.
           MOVE 'C' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

      * faixa e caixa do FORMERRO saem pelo proprio CDONLINE, que
      * anota a recusa no ERRLOG
       2060-RECUSA-ONLINE.
           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

       2100-VALIDA-SENHA.
           IF CONTA-BLOQUEADA
               DISPLAY 'CONTA BLOQUEADA POR EXCESSO DE TENTATIVAS'
               ACCEPT WS-SENHA-ENTRADA
               PERFORM 2200-OFUSCA-SENHA
               IF WS-SENHA-OFUSCADA EQUAL FD-PASSWORD
      * do administrador as tentativas so zeram com o segundo fator
                   IF NOT PERFIL-ADMIN
                       MOVE 0 TO FD-TENTATIVAS
                   END-IF
                   MOVE SPACE TO WS-SESSAO-RETORNO
                   PERFORM 2700-VERIFICA-JANELA
                   IF FORA-DA-JANELA
                       PERFORM 2710-RECUSA-FORA-JANELA
                   ELSE
                       PERFORM 2900-PROCURA-DELEGACAO
                   END-IF
      * a conta com troca pendente so entra com senha nova: a troca e
      * feita aqui mesmo, autenticada pela senha antiga que acabou de
      * conferir, e sem senha nova valida o logon continua recusado
                   IF TROCA-OBRIGATORIA AND DENTRO-DA-JANELA
                       PERFORM 2300-TROCA-NO-LOGON
                   END-IF
                   MOVE 'S' TO WS-SEGFATOR-OK
                   IF NOT TROCA-OBRIGATORIA AND DENTRO-DA-JANELA
                      AND (PERFIL-ADMIN OR DELEGACAO-ADMIN)
                       PERFORM 2800-SEGUNDO-FATOR
                   END-IF
                   IF NOT TROCA-OBRIGATORIA AND DENTRO-DA-JANELA
                      AND SEGFATOR-OK
                       PERFORM 2600-ABRE-SESSAO
                   END-IF
      * a data de acesso (base da inatividade no CDINATREL e no
      * CDARQUIVA) so e carimbada no logon que de fato entra
                   IF NOT TROCA-OBRIGATORIA AND SESSAO-ABERTA
                       ACCEPT FD-DT-ACESSO FROM DATE YYYYMMDD
                       IF ONL-LIBERADO
                           REWRITE REG-USER
                           IF WS-FS-CADUSER = 0
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 2525-GRAVA-JORNAL
                           END-IF
                       END-IF
                       MOVE 'S' TO WS-LOGON-OK
                       MOVE FD-CD-USER TO WS-CODIGO-OPER
                       MOVE FD-DEPTO   TO WS-DEPTO-OPER
                       IF PERFIL-ADMIN OR PERFIL-OPERADOR
                           MOVE FD-PERFIL TO WS-PERFIL-OPER
                       ELSE
                           MOVE 'C' TO WS-PERFIL-OPER
                       END-IF
                       IF WS-DELEG-PERFIL NOT = SPACE
                           MOVE WS-DELEG-PERFIL TO WS-PERFIL-OPER
                           DISPLAY 'ATUANDO POR ' WS-DELEGANTE-TEXTO
                               ' COM PERFIL ' WS-DELEG-PERFIL
                               ' ATE ' WS-DELEG-FIM
                       END-IF
                       MOVE 'L' TO WS-AUD-ACAO
                       PERFORM 2530-REGISTRA-AUDITORIA
                       PERFORM 2720-VERIFICA-EXPEDIENTE
                       MOVE 'N' TO WS-EMAIL-CORRIGIDO
                       PERFORM 2940-AVISA-EMAIL-DEVOLVIDO
                       IF WS-EMAIL-CORRIGIDO NOT = 'S'
                           PERFORM 2950-CONFIRMA-DADOS
                       END-IF
                   END-IF
               ELSE
                   MOVE 'SENHA INCORRETA' TO WS-FALHA-MSG
                   PERFORM 2150-CONTA-FALHA
               END-IF
           END-IF.

      * senha errada e codigo de segundo fator errado ou vencido
      * pesam igual em FD-TENTATIVAS e levam ao mesmo bloqueio; com o
      * online restrito pelo lote o contador nao e gravado e a falha
      * fica so no CADAUD
       2150-CONTA-FALHA.
           IF ONL-LIBERADO
               PERFORM 2155-GRAVA-FALHA
           ELSE
               DISPLAY FUNCTION TRIM (WS-FALHA-MSG)
               MOVE 'F' TO WS-AUD-ACAO
               PERFORM 2530-REGISTRA-AUDITORIA
           END-IF.

       2155-GRAVA-FALHA.
           ADD 1 TO FD-TENTATIVAS.
           IF FD-TENTATIVAS >= WS-LIMITE-TENTATIVAS
               MOVE 'S' TO FD-BLOQUEADO
               REWRITE REG-USER
               IF WS-FS-CADUSER = 0
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2525-GRAVA-JORNAL
               END-IF
               DISPLAY FUNCTION TRIM (WS-FALHA-MSG)
                   ' - CONTA BLOQUEADA'
               MOVE 'F' TO WS-AUD-ACAO
               PERFORM 2530-REGISTRA-AUDITORIA
               MOVE 'Q' TO WS-AUD-ACAO
               PERFORM 2530-REGISTRA-AUDITORIA
               PERFORM 2540-NOTIFICA-BLOQUEIO
           ELSE
               REWRITE REG-USER
               IF WS-FS-CADUSER = 0
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2525-GRAVA-JORNAL
               END-IF
               DISPLAY FUNCTION TRIM (WS-FALHA-MSG)
               MOVE 'F' TO WS-AUD-ACAO
               PERFORM 2530-REGISTRA-AUDITORIA
           END-IF.

       2200-OFUSCA-SENHA.
           MOVE SPACES TO WS-SENHA-OFUSCADA.
           PERFORM 2210-OFUSCA-CARACTER
      * registra a acao 'T' no CADAUD
       2300-TROCA-NO-LOGON.
           MOVE 'N' TO WS-TROCA-FEITA.
           IF ONL-LIBERADO
               PERFORM 2305-PEDE-SENHA-NOVA
           ELSE
               PERFORM 2060-RECUSA-ONLINE
               DISPLAY 'SENHA NAO TROCADA - LOGON RECUSADO'
           END-IF.

       2305-PEDE-SENHA-NOVA.
           DISPLAY 'TROCA DE SENHA OBRIGATORIA - NOVA SENHA: '.
           MOVE SPACES TO WS-SENHA-NOVA.
           ACCEPT WS-SENHA-NOVA.
                           DISPLAY 'ERRO AO TROCAR A SENHA - STATUS '
                               WS-FS-CADUSER
                       NOT INVALID KEY
                           MOVE 'A' TO WS-JRN-OPERACAO
                           PERFORM 2525-GRAVA-JORNAL
                           PERFORM 2520-GUARDA-SENHA-HISTORICO
                           MOVE 'T' TO WS-AUD-ACAO
                           PERFORM 2530-REGISTRA-AUDITORIA
      * com a mesma mensagem generica para nao confirmar dados a
      * terceiros. CPF zerado (registro legado) nao serve de prova
       2500-ESQUECI-SENHA.
           IF ONL-LIBERADO
               PERFORM 2505-CONFIRMA-TITULAR
           ELSE
               PERFORM 2060-RECUSA-ONLINE
           END-IF.

       2505-CONFIRMA-TITULAR.
           DISPLAY 'EMAIL CADASTRADO: '.
           MOVE SPACES TO WS-EMAIL-ESQUECI.
           ACCEPT WS-EMAIL-ESQUECI.
                   DISPLAY 'ERRO AO RESETAR A SENHA - STATUS '
                       WS-FS-CADUSER
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2525-GRAVA-JORNAL
                   PERFORM 2520-GUARDA-SENHA-HISTORICO
                   MOVE 'E' TO WS-AUD-ACAO
                   PERFORM 2530-REGISTRA-AUDITORIA
               WRITE REG-SENHIST
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2525-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

      * grava no CADAUD a acao corrente sobre o registro em memoria;
      * sem operador autenticado o campo de operador fica zerado,
      * como nas rotinas de lote
           MOVE FD-NM       TO AU-NM.
           MOVE FD-EMAIL    TO AU-EMAIL.
           MOVE ZEROS       TO AU-OPERADOR.
           MOVE WS-DELEGANTE-TEXTO TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

      * o titular fica sabendo do bloqueio pela fila do correio
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

      * a sessao e aberta antes de publicar o operador; com outra
      * sessao viva em outro terminal (SESSAO_MODO recusa) o logon
      * termina aqui, sem novas tentativas
       2600-ABRE-SESSAO.
           MOVE 'A' TO WS-SESSAO-FUNCAO.
           MOVE SPACES TO WS-SESSAO-ID.
           CALL 'CDSESSAO' USING WS-SESSAO-FUNCAO FD-CD-USER
               WS-SESSAO-ID WS-SESSAO-RETORNO.
           IF SESSAO-RECUSADA
               DISPLAY 'OPERADOR JA POSSUI SESSAO ATIVA EM OUTRO '
                   'TERMINAL - ENCERRE-A ANTES DE ENTRAR'
               MOVE WS-LIMITE-TENTATIVAS TO WS-TENTATIVAS-LOGON
           END-IF.

      * a linha do proprio operador vale acima da do perfil (o
      * operador do lote noturno, por exemplo); sem nenhuma das duas
      * o logon fica liberado
       2700-VERIFICA-JANELA.
           MOVE 'S' TO WS-JANELA-OK.
           ACCEPT WS-DIA-SEMANA FROM DAY-OF-WEEK.
           ACCEPT WS-HORA-LOGON FROM TIME.
           MOVE FD-CD-USER TO WS-JANELA-CHAVE.
           MOVE 0 TO WS-JANELA-ACHADA.
           PERFORM 2705-PROCURA-OPERADOR
               VARYING WS-IX-JANELA FROM 1 BY 1
               UNTIL WS-IX-JANELA > WS-QTD-JANELAS
                  OR WS-JANELA-ACHADA > 0.
           IF WS-JANELA-ACHADA = 0
               MOVE SPACES TO WS-JANELA-CHAVE
               IF PERFIL-ADMIN OR PERFIL-OPERADOR
                   MOVE FD-PERFIL TO WS-JANELA-CHAVE
               ELSE
                   MOVE 'C' TO WS-JANELA-CHAVE
               END-IF
               PERFORM 2706-PROCURA-PERFIL
                   VARYING WS-IX-JANELA FROM 1 BY 1
                   UNTIL WS-IX-JANELA > WS-QTD-JANELAS
                      OR WS-JANELA-ACHADA > 0
           END-IF.
           IF WS-JANELA-ACHADA > 0
               MOVE WS-JANELA-ACHADA TO WS-IX-JANELA
               PERFORM 2730-CONFERE-FAIXA
           END-IF.

       2705-PROCURA-OPERADOR.
           IF WS-JAN-TIPO (WS-IX-JANELA) = 'O' AND
              WS-JAN-CHAVE (WS-IX-JANELA) = WS-JANELA-CHAVE
               MOVE WS-IX-JANELA TO WS-JANELA-ACHADA
           END-IF.

       2706-PROCURA-PERFIL.
           IF WS-JAN-TIPO (WS-IX-JANELA) = 'P' AND
              WS-JAN-CHAVE (WS-IX-JANELA) (1:1) = WS-JANELA-CHAVE (1:1)
               MOVE WS-IX-JANELA TO WS-JANELA-ACHADA
           END-IF.

      * a recusa sai pela caixa do catalogo (LOG0001) e encerra as
      * tentativas: a senha estava certa, o horario e que nao
       2710-RECUSA-FORA-JANELA.
           MOVE 'LOGON FORA DO HORARIO PERMITIDO AO PERFIL'
             TO WRK-MSGERRO.
           MOVE 'LOG0001' TO WRK-MSGCOD.
           CALL 'FORMERRO' USING WRK-MSGERRO WRK-ERRO-L1 WRK-ERRO-L2
               WRK-ERRO-L3 WRK-MSGCOD.
           MOVE SPACES TO WRK-MSGCOD.
           DISPLAY WRK-ERRO-L1.
           DISPLAY WRK-ERRO-L2.
           DISPLAY WRK-ERRO-L3.
           MOVE 'H' TO WS-AUD-ACAO.
           PERFORM 2530-REGISTRA-AUDITORIA.
           MOVE 'S' TO WS-FORA-HORARIO.
           MOVE WS-LIMITE-TENTATIVAS TO WS-TENTATIVAS-LOGON.

      * administrador dentro da janela mas fora do expediente (linha
      * E do LOGONPOL) fica anotado com a acao 'I' para o painel
       2720-VERIFICA-EXPEDIENTE.
           IF PERFIL-ADMIN OR DELEGACAO-ADMIN
               MOVE 0 TO WS-EXPEDIENTE-ACHADO
               PERFORM 2725-PROCURA-EXPEDIENTE
                   VARYING WS-IX-JANELA FROM 1 BY 1
                   UNTIL WS-IX-JANELA > WS-QTD-JANELAS
                      OR WS-EXPEDIENTE-ACHADO > 0
               IF WS-EXPEDIENTE-ACHADO > 0
                   MOVE WS-EXPEDIENTE-ACHADO TO WS-IX-JANELA
                   PERFORM 2730-CONFERE-FAIXA
                   IF FORA-DA-JANELA
                       MOVE 'I' TO WS-AUD-ACAO
                       PERFORM 2530-REGISTRA-AUDITORIA
                       MOVE 'S' TO WS-JANELA-OK
                   END-IF
               END-IF
           END-IF.

       2725-PROCURA-EXPEDIENTE.
           IF WS-JAN-TIPO (WS-IX-JANELA) = 'E'
               MOVE WS-IX-JANELA TO WS-EXPEDIENTE-ACHADO
           END-IF.

      * confere dia da semana e faixa HHMM da linha apontada por
      * WS-IX-JANELA; o resultado fica em WS-JANELA-OK
       2730-CONFERE-FAIXA.
           MOVE 0 TO WS-QTD-DIA-OK.
           INSPECT WS-JAN-DIAS (WS-IX-JANELA)
               TALLYING WS-QTD-DIA-OK FOR ALL WS-DIA-SEMANA.
           IF WS-QTD-DIA-OK = 0 OR
              WS-HORA-LOGON-HHMM < WS-JAN-INICIO (WS-IX-JANELA) OR
              WS-HORA-LOGON-HHMM > WS-JAN-FIM (WS-IX-JANELA)
               MOVE 'N' TO WS-JANELA-OK
           ELSE
               MOVE 'S' TO WS-JANELA-OK
           END-IF.

      * segundo fator: o codigo sai pela fila do correio para o email
      * do cadastro e o administrador o digita aqui; cada erro conta
      * como tentativa e o codigo vencido encerra esta tentativa
       2800-SEGUNDO-FATOR.
           MOVE 'N' TO WS-SEGFATOR-OK.
           MOVE 'N' TO WS-SEGFATOR-FIM.
           PERFORM 2850-LE-RELOGIO.
           MOVE WS-SEG-RELOGIO TO WS-SEGFATOR-EMISSAO.
           IF SEGFATOR-SEMEADO
               COMPUTE WS-SEGFATOR-CODIGO =
                   FUNCTION RANDOM * 1000000
           ELSE
               PERFORM 2805-SEMEIA-SORTEIO
           END-IF.
           MOVE WS-SEGFATOR-CODIGO TO WS-SEGFATOR-CODIGO-TXT.
           PERFORM 2840-ENVIA-CODIGO.
           MOVE '1' TO WS-AUD-ACAO.
           PERFORM 2530-REGISTRA-AUDITORIA.
           DISPLAY 'CODIGO DE ACESSO ENVIADO AO EMAIL CADASTRADO - '
               'VALIDO POR ' WS-SEGFATOR-VALIDADE ' MINUTO(S)'.
           PERFORM 2810-CONFERE-CODIGO
               UNTIL SEGFATOR-OK OR SEGFATOR-ENCERRADO.

      * o sorteio e semeado uma unica vez por execucao, com a chave
      * secreta SEGFATOR_CHAVE (fora da tabela de padroes, para nao
      * sair no relatorio de parametros) somada ao relogio em
      * centesimos; os codigos seguintes continuam a mesma sequencia
      * sem nova semente, e o codigo nao se deduz do usuario e da hora
       2805-SEMEIA-SORTEIO.
           MOVE 'SEGFATOR_CHAVE' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-SEGFATOR-CHAVE-PARM.
           IF WS-SEGFATOR-CHAVE-PARM NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-SEGFATOR-CHAVE-PARM) = 0
               MOVE FUNCTION NUMVAL (WS-SEGFATOR-CHAVE-PARM)
                 TO WS-SEGFATOR-CHAVE
           END-IF.
           COMPUTE WS-SEGFATOR-SEMENTE =
               FUNCTION MOD (WS-SEG-RELOGIO * 100 + WS-REL-CC
                           + WS-SEGFATOR-CHAVE + FD-CD-USER, 99999999).
           COMPUTE WS-SEGFATOR-CODIGO =
               FUNCTION RANDOM (WS-SEGFATOR-SEMENTE) * 1000000.
           MOVE 'S' TO WS-SEGFATOR-SEMEADO.

       2810-CONFERE-CODIGO.
           DISPLAY 'CODIGO DE ACESSO: '.
           MOVE SPACES TO WS-SEGFATOR-DIGITADO.
           ACCEPT WS-SEGFATOR-DIGITADO.
           PERFORM 2850-LE-RELOGIO.
           MOVE WS-SEG-RELOGIO TO WS-SEGFATOR-AGORA.
           EVALUATE TRUE
               WHEN WS-SEGFATOR-AGORA - WS-SEGFATOR-EMISSAO >
                    WS-SEGFATOR-VALIDADE * 60
                   MOVE '3' TO WS-AUD-ACAO
                   PERFORM 2530-REGISTRA-AUDITORIA
                   MOVE 'CODIGO DE ACESSO EXPIRADO' TO WS-FALHA-MSG
                   PERFORM 2150-CONTA-FALHA
                   MOVE 'S' TO WS-SEGFATOR-FIM
               WHEN WS-SEGFATOR-DIGITADO = WS-SEGFATOR-CODIGO-TXT
                   MOVE 0 TO FD-TENTATIVAS
                   IF ONL-LIBERADO
                       REWRITE REG-USER
                       IF WS-FS-CADUSER = 0
                           MOVE 'A' TO WS-JRN-OPERACAO
                           PERFORM 2525-GRAVA-JORNAL
                       END-IF
                   END-IF
                   MOVE '2' TO WS-AUD-ACAO
                   PERFORM 2530-REGISTRA-AUDITORIA
                   MOVE 'S' TO WS-SEGFATOR-OK
               WHEN OTHER
                   MOVE 'CODIGO DE ACESSO INCORRETO' TO WS-FALHA-MSG
                   PERFORM 2150-CONTA-FALHA
      * sem gravar FD-TENTATIVAS o limite vale para a sessao
                   IF NOT ONL-LIBERADO
                       ADD 1 TO WS-TENTATIVAS-LOGON
                   END-IF
                   IF CONTA-BLOQUEADA OR
                      WS-TENTATIVAS-LOGON >= WS-LIMITE-TENTATIVAS
                       MOVE 'S' TO WS-SEGFATOR-FIM
                   END-IF
           END-EVALUATE.

       2840-ENVIA-CODIGO.
           ACCEPT NQ-DATA FROM DATE YYYYMMDD.
           ACCEPT NQ-HORA FROM TIME.
           MOVE 'CODACESSO' TO NQ-EVENTO.
           MOVE FD-CD-USER  TO NQ-CD-USER.
           MOVE FD-EMAIL    TO NQ-EMAIL.
           MOVE 'TPLCOD2F'  TO NQ-TEMPLATE.
           MOVE WS-SEGFATOR-CODIGO-TXT TO NQ-PARAMETRO.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
           ELSE
               MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
           END-IF.
           WRITE REG-NOTIFICACAO.

      * segundos corridos desde o inicio do calendario, para medir a
      * validade do codigo mesmo atravessando a meia-noite
       2850-LE-RELOGIO.
           ACCEPT WS-DT-RELOGIO FROM DATE YYYYMMDD.
           ACCEPT WS-HR-RELOGIO FROM TIME.
           COMPUTE WS-SEG-RELOGIO =
               FUNCTION INTEGER-OF-DATE (WS-DT-RELOGIO) * 86400
             + WS-REL-HH * 3600 + WS-REL-MM * 60 + WS-REL-SS.

      * delegacao ativa cujo periodo cobre hoje empresta o perfil ao
      * delegado; havendo mais de uma vale a de perfil mais forte.
      * Quem expira as vencidas e o passo noturno CDDELEXP, aqui a
      * data de fim ja basta para nao conceder
       2900-PROCURA-DELEGACAO.
           MOVE SPACES TO WS-DELEGANTE-TEXTO.
           MOVE SPACE TO WS-DELEG-PERFIL.
           EVALUATE TRUE
               WHEN PERFIL-ADMIN
                   MOVE 3 TO WS-DELEG-PESO
               WHEN PERFIL-OPERADOR
                   MOVE 2 TO WS-DELEG-PESO
               WHEN OTHER
                   MOVE 1 TO WS-DELEG-PESO
           END-EVALUATE.
           IF CADDELEG-ABERTO
               ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
               MOVE 'N' TO WS-EOF-DELEG
               MOVE FD-CD-USER TO DG-DELEGADO
               MOVE ZEROS TO DG-DT-INICIO
               START CADDELEG KEY IS GREATER THAN OR EQUAL TO DG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-DELEG
               END-START
               PERFORM 2910-LE-DELEGACAO UNTIL FIM-CADDELEG
           END-IF.

       2910-LE-DELEGACAO.
           READ CADDELEG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DELEG
               NOT AT END
                   IF DG-DELEGADO NOT = FD-CD-USER OR
                      DG-DT-INICIO > WS-DT-HOJE
                       MOVE 'S' TO WS-EOF-DELEG
                   ELSE
                       IF DELEGACAO-ATIVA AND DG-DT-FIM >= WS-DT-HOJE
                           PERFORM 2920-COMPARA-PERFIL
                       END-IF
                   END-IF
           END-READ.

       2920-COMPARA-PERFIL.
           EVALUATE DG-PERFIL
               WHEN 'A'
                   MOVE 3 TO WS-DELEG-PESO-LIDO
               WHEN 'O'
                   MOVE 2 TO WS-DELEG-PESO-LIDO
               WHEN OTHER
                   MOVE 1 TO WS-DELEG-PESO-LIDO
           END-EVALUATE.
           IF WS-DELEG-PESO-LIDO > WS-DELEG-PESO
               MOVE WS-DELEG-PESO-LIDO TO WS-DELEG-PESO
               MOVE DG-PERFIL    TO WS-DELEG-PERFIL
               MOVE DG-DELEGANTE TO WS-DELEGANTE-TEXTO
               MOVE DG-DT-FIM    TO WS-DELEG-FIM
           END-IF.

      * email devolvido em definitivo pelo servidor de correio
      * (CDMAILRET): o titular e avisado e pode corrigir na hora pelo
      * mesmo caminho da confirmacao anual, que vai para a aprovacao
       2940-AVISA-EMAIL-DEVOLVIDO.
           IF EMAIL-INVALIDO
               DISPLAY '============================================='
               DISPLAY '   SEU EMAIL NAO ESTA RECEBENDO MENSAGENS'
               DISPLAY '============================================='
               DISPLAY 'EMAIL.......: ' FUNCTION TRIM (FD-EMAIL)
               DISPLAY 'DEVOLVIDO PELO SERVIDOR DE CORREIO EM '
                   FD-DT-EMAIL-DEVOLVIDO
               DISPLAY 'AVISOS E CODIGOS DE ACESSO NAO CHEGAM ATE QUE '
                   'O EMAIL SEJA CORRIGIDO'
               DISPLAY '<C> CORRIGE AGORA  <ENTER> SEGUE SEM CORRIGIR'
               MOVE SPACE TO WS-CNF-RESPOSTA
               ACCEPT WS-CNF-RESPOSTA
               MOVE FUNCTION UPPER-CASE (WS-CNF-RESPOSTA)
                 TO WS-CNF-RESPOSTA
               IF WS-CNF-RESPOSTA = 'C'
                   IF ONL-LIBERADO
                       MOVE 'S' TO WS-EMAIL-CORRIGIDO
                       MOVE FD-CD-USER TO WS-CNF-CD-USER
                       PERFORM 2951-CALCULA-LIMITE
                       PERFORM 2970-CORRIGE-DADOS
                   ELSE
                       PERFORM 2060-RECUSA-ONLINE
                   END-IF
               END-IF
           END-IF.

      * confirmacao anual: vencida a periodicidade, o titular ve
      * telefone, email, endereco e departamento logo apos o logon e
      * confirma ou corrige; ENTER deixa para o proximo logon
      * com o online restrito a pergunta fica para o proximo logon
       2950-CONFIRMA-DADOS.
           PERFORM 2951-CALCULA-LIMITE.
           IF ONL-LIBERADO AND WS-CNF-MESES > 0 AND
              (FD-DT-CONFIRMA IS NOT NUMERIC OR
               FD-DT-CONFIRMA < WS-CNF-LIMITE)
               MOVE FD-CD-USER TO WS-CNF-CD-USER
               PERFORM 2955-EXIBE-DADOS
               DISPLAY 'OS DADOS ACIMA ESTAO CORRETOS?'
               DISPLAY '<S> CONFIRMA  <C> CORRIGE  <ENTER> PERGUNTA '
                   'NO PROXIMO LOGON'
               MOVE SPACE TO WS-CNF-RESPOSTA
               ACCEPT WS-CNF-RESPOSTA
               MOVE FUNCTION UPPER-CASE (WS-CNF-RESPOSTA)
                 TO WS-CNF-RESPOSTA
               EVALUATE WS-CNF-RESPOSTA
                   WHEN 'S'
                       PERFORM 2960-REGISTRA-CONFIRMACAO
                   WHEN 'C'
                       PERFORM 2970-CORRIGE-DADOS
                   WHEN OTHER
                       DISPLAY 'CONFIRMACAO ADIADA PARA O PROXIMO '
                           'LOGON'
               END-EVALUATE
           END-IF.

      * hoje menos CONFIRMA_MESES meses, no mesmo dia do mes; o
      * limite so serve de comparacao e nao precisa ser data valida
       2951-CALCULA-LIMITE.
           ACCEPT WS-CNF-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-CNF-MESES-CORRIDOS =
               WS-CNF-ANO * 12 + WS-CNF-MES - 1 - WS-CNF-MESES.
           DIVIDE WS-CNF-MESES-CORRIDOS BY 12
               GIVING WS-CNF-LIM-ANO REMAINDER WS-CNF-LIM-MES.
           COMPUTE WS-CNF-LIMITE =
               WS-CNF-LIM-ANO * 10000 + (WS-CNF-LIM-MES + 1) * 100
             + WS-CNF-DIA.

       2955-EXIBE-DADOS.
           MOVE SPACES TO WS-CNF-DEPTO-DESC.
           IF FD-DEPTO NOT = SPACES AND CADDEPT-ABERTO
               MOVE FD-DEPTO TO DP-CODIGO
               READ CADDEPT
                   INVALID KEY
                       MOVE 'DEPARTAMENTO NAO CADASTRADO'
                         TO WS-CNF-DEPTO-DESC
                   NOT INVALID KEY
                       MOVE DP-DESCRICAO TO WS-CNF-DEPTO-DESC
               END-READ
           END-IF.
           DISPLAY '============================================='.
           DISPLAY '   CONFIRMACAO ANUAL DOS SEUS DADOS'.
           DISPLAY '============================================='.
           IF FD-DT-CONFIRMA IS NUMERIC AND FD-DT-CONFIRMA > ZEROS
               DISPLAY 'ULTIMA CONFIRMACAO: ' FD-DT-CONFIRMA
           ELSE
               DISPLAY 'DADOS AINDA NAO CONFIRMADOS PELO TITULAR'
           END-IF.
           DISPLAY 'TELEFONE....: ' FD-PHONE-PAIS ' ' FD-PHONE-DDD
               ' ' FD-PHONE-PREFIXO '-' FD-PHONE-SUFIXO ' '
               FD-PHONE-TIPO.
           DISPLAY 'EMAIL.......: ' FUNCTION TRIM (FD-EMAIL).
           DISPLAY 'ENDERECO....: ' FUNCTION TRIM (FD-RUA) ' - '
               FUNCTION TRIM (FD-BAIRRO).
           DISPLAY '              ' FUNCTION TRIM (FD-CIDADE) '/'
               FD-UF ' CEP ' FD-CEP.
           DISPLAY 'DEPARTAMENTO: ' FD-DEPTO ' '
               FUNCTION TRIM (WS-CNF-DEPTO-DESC).

      * a confirmacao carimba a data no cadastro e fica no CADAUD
      * com a acao 'c'
       2960-REGISTRA-CONFIRMACAO.
           MOVE WS-CNF-HOJE-N TO FD-DT-CONFIRMA.
           REWRITE REG-USER
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A CONFIRMACAO - STATUS '
                       WS-FS-CADUSER
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2525-GRAVA-JORNAL
                   MOVE 'c' TO WS-AUD-ACAO
                   PERFORM 2530-REGISTRA-AUDITORIA
                   DISPLAY 'DADOS CONFIRMADOS - OBRIGADO'
           END-REWRITE.

      * a correcao passa pelas criticas do CDCLIE e segue para a fila
      * de aprovacao CADPEND como qualquer alteracao; dado recusado
      * volta ao valor atual com o aviso do motivo
       2970-CORRIGE-DADOS.
           MOVE FD-EMAIL    TO WS-CNF-ATU-EMAIL WS-CNF-EMAIL.
           MOVE FD-PHONE    TO WS-CNF-ATU-PHONE WS-CNF-PHONE.
           MOVE FD-PHONE-TIPO TO WS-CNF-ATU-FONE-TIPO WS-CNF-FONE-TIPO.
           MOVE FD-ENDERECO TO WS-CNF-ATU-ENDERECO WS-CNF-ENDERECO.
           MOVE FD-DEPTO    TO WS-CNF-ATU-DEPTO WS-CNF-DEPTO.
           DISPLAY 'INFORME SO O QUE MUDOU - ENTER MANTEM O ATUAL'.
           PERFORM 2971-CORRIGE-TELEFONE.
           PERFORM 2972-CORRIGE-EMAIL.
           PERFORM 2973-CORRIGE-ENDERECO.
           PERFORM 2974-CORRIGE-DEPTO.
      * as criticas de duplicidade leem o CADUSER por outras chaves:
      * o registro do titular e relido antes de seguir
           MOVE WS-CNF-CD-USER TO FD-CD-USER.
           READ CADUSER
               INVALID KEY
                   DISPLAY 'CADASTRO NAO ENCONTRADO - CORRECAO NAO '
                       'ENVIADA'
               NOT INVALID KEY
                   IF WS-CNF-NOVO = WS-CNF-ATUAL
                       DISPLAY 'NENHUM DADO ALTERADO'
                       PERFORM 2960-REGISTRA-CONFIRMACAO
                   ELSE
                       PERFORM 2980-ENFILEIRA-CORRECAO
                   END-IF
           END-READ.

      * 13 digitos ja vem no layout novo (o CDVALFON deduz o tipo
      * pelo prefixo), 12 e fixo de 8 digitos e ganha o zero a esquerda
      * do prefixo; o numero passa pelo CDVALFON como no cadastro
       2971-CORRIGE-TELEFONE.
           DISPLAY 'TELEFONE (PAIS+DDD+NUMERO - 13 DIGITOS CELULAR, '
               '12 FIXO): '.
           MOVE SPACES TO WS-CNF-TEXTO.
           ACCEPT WS-CNF-TEXTO.
           MOVE 'S' TO WS-CNF-CAMPO-OK.
           IF WS-CNF-TEXTO NOT = SPACES
               IF WS-CNF-TEXTO (1:13) IS NUMERIC AND
                  WS-CNF-TEXTO (14:) = SPACES
                   MOVE WS-CNF-TEXTO (1:13) TO WS-CNF-DIG-PHONE
                   MOVE SPACE TO WS-CNF-DIG-TIPO
               ELSE
               IF WS-CNF-TEXTO (1:12) IS NUMERIC AND
                  WS-CNF-TEXTO (13:) = SPACES
                   MOVE ZEROS TO WS-CNF-DIG-PHONE
                   MOVE WS-CNF-TEXTO (1:4) TO WS-CNF-FONE-DIG (1:4)
                   MOVE WS-CNF-TEXTO (5:8) TO WS-CNF-FONE-DIG (6:8)
                   MOVE 'F' TO WS-CNF-DIG-TIPO
               ELSE
                   MOVE 'N' TO WS-CNF-CAMPO-OK
                   DISPLAY 'TELEFONE INVALIDO - MANTIDO O ATUAL'
               END-IF
               END-IF
               IF CNF-CAMPO-OK
                   PERFORM 2975-CRITICA-TELEFONE
               END-IF
           END-IF.

      * um unico '@', dominio ativo no CADDOM e email livre no
      * CADUSER, como no cadastro
       2972-CORRIGE-EMAIL.
           DISPLAY 'EMAIL: '.
           MOVE SPACES TO WS-CNF-TEXTO.
           ACCEPT WS-CNF-TEXTO.
           IF WS-CNF-TEXTO NOT = SPACES
               MOVE 'S' TO WS-CNF-CAMPO-OK
               MOVE SPACES TO WS-CNF-PRE-EMAIL WS-CNF-SUF-EMAIL
               MOVE 0 TO WS-CNF-ARROBAS
               INSPECT WS-CNF-TEXTO
                   TALLYING WS-CNF-ARROBAS FOR ALL '@'
               UNSTRING WS-CNF-TEXTO
                   DELIMITED BY '@'
                   INTO WS-CNF-PRE-EMAIL
                        WS-CNF-SUF-EMAIL
               END-UNSTRING
               IF WS-CNF-ARROBAS NOT = 1 OR
                  WS-CNF-PRE-EMAIL = SPACES OR
                  WS-CNF-SUF-EMAIL = SPACES
                   DISPLAY 'EMAIL INVALIDO - MANTIDO O ATUAL'
                   MOVE 'N' TO WS-CNF-CAMPO-OK
               END-IF
               IF CNF-CAMPO-OK
                   PERFORM 2976-CONFERE-DOMINIO
               END-IF
               IF CNF-CAMPO-OK
                   MOVE WS-CNF-TEXTO TO FD-EMAIL
                   READ CADUSER KEY IS FD-EMAIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FD-CD-USER NOT = WS-CNF-CD-USER
                               DISPLAY 'EMAIL JA CADASTRADO PARA '
                                   'OUTRO USUARIO - MANTIDO O ATUAL'
                               MOVE 'N' TO WS-CNF-CAMPO-OK
                           END-IF
                   END-READ
               END-IF
               IF CNF-CAMPO-OK
                   MOVE WS-CNF-TEXTO TO WS-CNF-EMAIL
               END-IF
           END-IF.

      * rua em branco mantem o endereco inteiro; informada, o bloco
      * todo e pedido e o CEP tem de ter 8 digitos
       2973-CORRIGE-ENDERECO.
           DISPLAY 'RUA (ENTER MANTEM O ENDERECO ATUAL): '.
           MOVE SPACES TO WS-CNF-TEXTO.
           ACCEPT WS-CNF-TEXTO.
           IF WS-CNF-TEXTO NOT = SPACES
               MOVE WS-CNF-TEXTO TO WS-CNF-RUA
               DISPLAY 'BAIRRO: '
               ACCEPT WS-CNF-BAIRRO
               DISPLAY 'CIDADE: '
               ACCEPT WS-CNF-CIDADE
               DISPLAY 'UF: '
               ACCEPT WS-CNF-UF
               MOVE FUNCTION UPPER-CASE (WS-CNF-UF) TO WS-CNF-UF
               DISPLAY 'CEP (8 DIGITOS): '
               MOVE SPACES TO WS-CNF-TEXTO
               ACCEPT WS-CNF-TEXTO
               IF WS-CNF-TEXTO (1:8) IS NUMERIC AND
                  WS-CNF-TEXTO (9:) = SPACES AND
                  WS-CNF-TEXTO (1:8) NOT = '00000000' AND
                  WS-CNF-CIDADE NOT = SPACES AND
                  WS-CNF-UF IS ALPHABETIC-UPPER AND
                  WS-CNF-UF (2:1) NOT = SPACE
                   MOVE WS-CNF-TEXTO (1:8) TO WS-CNF-CEP
               ELSE
                   DISPLAY 'ENDERECO INCOMPLETO OU CEP INVALIDO - '
                       'MANTIDO O ATUAL'
                   MOVE WS-CNF-ATU-ENDERECO TO WS-CNF-ENDERECO
               END-IF
           END-IF.

       2974-CORRIGE-DEPTO.
           DISPLAY 'DEPARTAMENTO: '.
           MOVE SPACES TO WS-CNF-TEXTO.
           ACCEPT WS-CNF-TEXTO.
           IF WS-CNF-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE (WS-CNF-TEXTO (1:4))
                 TO DP-CODIGO
               IF CADDEPT-ABERTO
                   READ CADDEPT
                       INVALID KEY
                           DISPLAY 'DEPARTAMENTO NAO CADASTRADO - '
                               'MANTIDO O ATUAL'
                       NOT INVALID KEY
                           MOVE DP-CODIGO TO WS-CNF-DEPTO
                   END-READ
               ELSE
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO - '
                       'MANTIDO O ATUAL'
               END-IF
           END-IF.

       2975-CRITICA-TELEFONE.
           CALL 'CDVALFON' USING WS-CNF-DIG-PHONE WS-CNF-DIG-TIPO
               WS-CNF-CAMPO-OK WS-CNF-FONE-MSG.
           IF NOT CNF-CAMPO-OK
               DISPLAY FUNCTION TRIM (WS-CNF-FONE-MSG)
                   ' - MANTIDO O ATUAL'
           ELSE
               MOVE WS-CNF-DIG-PHONE TO FD-PHONE
               READ CADUSER KEY IS FD-PHONE
                   INVALID KEY
                       MOVE WS-CNF-DIG-PHONE TO WS-CNF-PHONE
                       MOVE WS-CNF-DIG-TIPO TO WS-CNF-FONE-TIPO
                   NOT INVALID KEY
                       IF FD-CD-USER NOT = WS-CNF-CD-USER
                           DISPLAY 'TELEFONE JA CADASTRADO PARA '
                               'OUTRO USUARIO - MANTIDO O ATUAL'
                       ELSE
                           MOVE WS-CNF-DIG-PHONE TO WS-CNF-PHONE
                           MOVE WS-CNF-DIG-TIPO TO WS-CNF-FONE-TIPO
                       END-IF
               END-READ
           END-IF.

      * dominio aposentado nao serve para email novo, como no CDCLIE
       2976-CONFERE-DOMINIO.
           MOVE 'N' TO WS-CNF-CAMPO-OK.
           IF CADDOM-ABERTO
               MOVE WS-CNF-SUF-EMAIL TO DM-DOMINIO
               READ CADDOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DOMINIO-ATIVO
                           MOVE 'S' TO WS-CNF-CAMPO-OK
                       END-IF
               END-READ
           END-IF.
           IF NOT CNF-CAMPO-OK
               DISPLAY 'DOMINIO DE EMAIL NAO AUTORIZADO - MANTIDO O '
                   'ATUAL'
           END-IF.

      * o proprio titular e quem pede: outro operador aprova no
      * CDCLIE ou o CDPENDAPL aplica, como numa alteracao comum
       2980-ENFILEIRA-CORRECAO.
           MOVE FD-CD-USER         TO PD-CD-USER.
           MOVE 'A'                TO PD-TIPO.
           MOVE FD-CD-USER         TO PD-OPERADOR.
           ACCEPT PD-DATA FROM DATE YYYYMMDD.
           ACCEPT PD-HORA FROM TIME.
           MOVE FD-NM              TO PD-ANT-NM PD-NOV-NM.
           MOVE FD-NM-SOCIAL       TO PD-ANT-NM-SOCIAL
                                      PD-NOV-NM-SOCIAL.
           MOVE FD-EMAIL           TO PD-ANT-EMAIL.
           MOVE FD-PHONE           TO PD-ANT-PHONE.
           MOVE FD-PHONE-TIPO      TO PD-ANT-FONE-TIPO.
           MOVE WS-CNF-EMAIL       TO PD-NOV-EMAIL.
           MOVE WS-CNF-PHONE       TO PD-NOV-PHONE.
           MOVE WS-CNF-FONE-TIPO   TO PD-NOV-FONE-TIPO.
           MOVE FD-PERFIL          TO PD-NOV-PERFIL.
           MOVE FD-ENDERECO        TO PD-ANT-ENDERECO.
           MOVE WS-CNF-ENDERECO    TO PD-NOV-ENDERECO.
           MOVE FD-DEPTO           TO PD-ANT-DEPTO.
           MOVE WS-CNF-DEPTO       TO PD-NOV-DEPTO.
           MOVE FD-DT-FIM-CONTRATO TO PD-ANT-FIM-CONTRATO
                                      PD-NOV-FIM-CONTRATO.
           MOVE ZEROS              TO PD-DT-EFETIVA.
           MOVE SPACE              TO PD-SITUACAO.
           WRITE REG-PENDENTE
               INVALID KEY
                   DISPLAY 'JA EXISTE ALTERACAO PENDENTE PARA O SEU '
                       'CADASTRO - CONFIRMACAO ADIADA'
               NOT INVALID KEY
                   MOVE 'P' TO WS-AUD-ACAO
                   PERFORM 2530-REGISTRA-AUDITORIA
                   DISPLAY 'CORRECAO ENVIADA PARA APROVACAO'
                   PERFORM 2960-REGISTRA-CONFIRMACAO
           END-WRITE.

       3000-LIBERA-PRIMEIRO-ACESSO.
           DISPLAY 'CADUSER VAZIO - ACESSO LIBERADO COMO ADMINISTRADOR'
           DISPLAY 'CADASTRE O PRIMEIRO OPERADOR COM PERFIL A'.
           MOVE 'S' TO WS-LOGON-OK.
           MOVE ZEROS TO WS-CODIGO-OPER.
           MOVE 'A' TO WS-PERFIL-OPER.
           MOVE SPACES TO WS-DEPTO-OPER.
           MOVE 'A' TO WS-SESSAO-FUNCAO.
           CALL 'CDSESSAO' USING WS-SESSAO-FUNCAO WS-CODIGO-OPER
               WS-SESSAO-ID WS-SESSAO-RETORNO.

       4000-PUBLICA-OPERADOR.
           IF LOGON-LIBERADO
               DISPLAY WS-CODIGO-OPER UPON ENVIRONMENT-VALUE
               DISPLAY 'OPERADOR_PERFIL' UPON ENVIRONMENT-NAME
               DISPLAY WS-PERFIL-OPER UPON ENVIRONMENT-VALUE
               DISPLAY 'SESSAO_ID' UPON ENVIRONMENT-NAME
               DISPLAY WS-SESSAO-ID UPON ENVIRONMENT-VALUE
               DISPLAY 'OPERADOR_DELEGANTE' UPON ENVIRONMENT-NAME
               DISPLAY WS-DELEGANTE-TEXTO UPON ENVIRONMENT-VALUE
               DISPLAY 'OPERADOR_DEPTO' UPON ENVIRONMENT-NAME
               DISPLAY WS-DEPTO-OPER UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME
               DISPLAY ' ' UPON ENVIRONMENT-VALUE
               DISPLAY 'OPERADOR_PERFIL' UPON ENVIRONMENT-NAME
               DISPLAY ' ' UPON ENVIRONMENT-VALUE
               DISPLAY 'SESSAO_ID' UPON ENVIRONMENT-NAME
               DISPLAY ' ' UPON ENVIRONMENT-VALUE
               DISPLAY 'OPERADOR_DELEGANTE' UPON ENVIRONMENT-NAME
               DISPLAY ' ' UPON ENVIRONMENT-VALUE
               DISPLAY 'OPERADOR_DEPTO' UPON ENVIRONMENT-NAME
               DISPLAY ' ' UPON ENVIRONMENT-VALUE
               EVALUATE TRUE
                   WHEN SESSAO-RECUSADA
                       DISPLAY 'ACESSO NEGADO - SESSAO ATIVA EM OUTRO '
                           'TERMINAL'
                   WHEN RECUSADO-FORA-HORARIO
                       DISPLAY 'ACESSO NEGADO - FORA DO HORARIO '
                           'PERMITIDO'
                   WHEN RECUSADO-ONLINE-FECHADO
                       DISPLAY 'ACESSO NEGADO - ONLINE FECHADO PELO '
                           'PROCESSAMENTO EM LOTE'
                   WHEN OTHER
                       DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS'
               END-EVALUATE
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDLOGON' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           CLOSE CADSEN.
           CLOSE CADAUD.
           CLOSE NOTIFQ.
           IF CADDELEG-ABERTO
               CLOSE CADDELEG
           END-IF.
           IF CADDEPT-ABERTO
               CLOSE CADDEPT
           END-IF.
           IF CADDOM-ABERTO
               CLOSE CADDOM
           END-IF.
           CLOSE CADPEND.

       END PROGRAM CDLOGON.
