      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:REINICIO EMERGENCIAL DE SENHAS - quando uma campanha
      *         de phishing atingiu um departamento as senhas foram
      *         desbloqueadas e trocadas uma a uma pela opcao <B>.
      *         Este batch de administrador reinicia de uma vez as
      *         senhas da selecao SENEMG_ESCOPO:
      *           T a base inteira,
      *           D um departamento (SENEMG_VALOR = FD-DEPTO),
      *           P um perfil (SENEMG_VALOR = A, O ou C),
      *           L a lista de codigos do arquivo SENEMGLST (um
      *             codigo de 6 digitos por linha).
      *         Cada conta recebe uma senha temporaria de uso unico
      *         sorteada (aprovada pelo CDVALSEN), troca obrigatoria
      *         no proximo logon e tentativas zeradas; a senha antiga,
      *         tida como comprometida, entra no historico CADSEN para
      *         nao poder voltar na troca. O titular recebe o evento
      *         SENHAEMG com o template TPLSNEMG na NOTIFQ, levando a
      *         temporaria em NQ-PARAMETRO como o codigo de acesso do
      *         CDLOGON; aviso de seguranca, nao depende de
      *         consentimento. Conta bloqueada (baixa do RH, fim de
      *         contrato, tentativas) tem a senha trocada mas continua
      *         bloqueada e nao recebe aviso: o desbloqueio segue pela
      *         opcao <B>. Como o CDMASSA, roda em SIMULACAO por padrao
      *         (SENEMG_MODO em branco ou 'S'); com SENEMG_MODO=E grava
      *         e audita cada conta com a acao '0' no CADAUD. A
      *         execucao exige o numero do incidente (SENEMG_INCIDENTE)
      *         e um executor de perfil administrador (SENEMG_OPERADOR
      *         ou o operador do logon). O resumo para o registro do
      *         incidente sai no SENEMGIMP (nome fisico SENEMG.AAAAMMDD
      *         via DD_SENEMGIMP), com as linhas de assinatura,
      *         catalogado no RELCATAL com o tipo SENEMG. A senha
      *         temporaria nunca sai no resumo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSENEMG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADSEN ASSIGN TO
           "CADSEN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-CD-USER
           FILE STATUS IS WS-FS-CADSEN.

           SELECT SENEMGLST ASSIGN TO
           "SENEMGLST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LISTA.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

           SELECT ARQ-IMP ASSIGN TO
           "SENEMGIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

       FD SENEMGLST.
       01 REG-LISTA                       PIC X(80).

       FD CADAUD.
           COPY REGAUD.

       FD NOTIFQ.
           COPY REGNOTIF.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99 VALUE 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDSENEMG'.
       77 WS-FS-CADSEN                   PIC 99.
       77 WS-FS-LISTA                    PIC 99.
       77 WS-FS-CADAUD                   PIC 99 VALUE 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-EOF-LISTA                   PIC X VALUE 'N'.
        88 FIM-LISTA                     VALUE 'S'.
       77 WS-SENHIST-ACHADO              PIC X VALUE 'N'.

       77 WS-MODO                        PIC X(01) VALUE 'S'.
        88 MODO-SIMULACAO                VALUE 'S', ' '.
        88 MODO-EXECUCAO                 VALUE 'E'.

      * selecao das contas
       77 WS-ESCOPO                      PIC X(01) VALUE SPACE.
        88 ESCOPO-TOTAL                  VALUE 'T'.
        88 ESCOPO-DEPTO                  VALUE 'D'.
        88 ESCOPO-PERFIL                 VALUE 'P'.
        88 ESCOPO-LISTA                  VALUE 'L'.
        88 ESCOPO-VALIDO                 VALUE 'T' 'D' 'P' 'L'.
       77 WS-VALOR                       PIC X(04) VALUE SPACES.
       77 WS-INCIDENTE                   PIC X(20) VALUE SPACES.
       77 WS-SELECIONADA                 PIC X VALUE 'N'.
       77 WS-PARAMETROS-OK               PIC X VALUE 'S'.

       01 WS-TAB-LISTA.
           03 WS-QTD-LISTA               PIC 9(04) VALUE ZEROS.
           03 WS-LISTA-CODIGO OCCURS 2000 TIMES
                                         PIC 9(08).
       77 WS-IX-LISTA                    PIC 9(04) VALUE ZEROS.
       77 WS-LISTA-ESTOURO               PIC X VALUE 'N'.
       77 WS-LISTA-INVALIDAS             PIC 9(04) VALUE ZEROS.

      * executor: SENEMG_OPERADOR ou o operador do logon, conferido
      * como administrador no CADUSER antes de gravar qualquer coisa
       77 WS-OPER-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.
       77 WS-OPER-NOME                   PIC X(40) VALUE SPACES.

      * senha temporaria sorteada: maiuscula, minuscula, especial e
      * cinco digitos, sem as letras que se confundem com numeros
       01 WS-LETRAS-MAIUSC               PIC X(24)
                                 VALUE 'ABCDEFGHJKLMNPQRSTUVWXYZ'.
       01 WS-LETRAS-MINUSC               PIC X(24)
                                 VALUE 'abcdefghijkmnpqrstuvwxyz'.
       01 WS-ESPECIAIS                   PIC X(06) VALUE '#@$%&*'.
       77 WS-SEMENTE                     PIC 9(08) VALUE ZEROS.
       77 WS-SORTEIO                     PIC V9(09) VALUE ZEROS.
       77 WS-IX-SORTEIO                  PIC 9(02) VALUE ZEROS.
       77 WS-IX-DIGITO                   PIC 9(02) VALUE ZEROS.
       77 WS-DIGITO                      PIC 9(01) VALUE ZEROS.
       77 WS-HORA-SEMENTE                PIC 9(08) VALUE ZEROS.

       77 WS-SENHA-TEMPORARIA            PIC X(08) VALUE SPACES.
       77 WS-SENHA-ENTRADA               PIC X(08).
       77 WS-SENHA-OFUSCADA              PIC X(08).
       77 WS-SENHA-ANTERIOR              PIC X(08).
       77 WS-IX-OFUSCA                   PIC 9(02).
       77 WS-COD-CARACTER                PIC 9(03).
       77 WS-DESLOC-SENHA                PIC 9(03) VALUE 17.

       77 WS-SENHA-TAMANHO               PIC 9(02) VALUE ZEROS.
       77 WS-SENHA-TOT-MAIUSC            PIC 9(02) VALUE ZEROS.
       77 WS-SENHA-TOT-MINUSC            PIC 9(02) VALUE ZEROS.
       77 WS-SENHA-TOT-NUMERO            PIC 9(02) VALUE ZEROS.
       77 WS-SENHA-TOT-ESPECIAL          PIC 9(02) VALUE ZEROS.
       77 WS-SENHA-COMPLEXA-OK           PIC X(01) VALUE 'N'.
        88 SENHA-COMPLEXA-OK             VALUE 'S'.
       77 WS-SENHA-MSG-REGRA             PIC X(50) VALUE SPACES.

       77 WS-SITUACAO                    PIC X(24) VALUE SPACES.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SELECIONADAS            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REINICIADAS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-AVISADAS                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BLOQUEADAS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ERROS                   PIC 9(06) VALUE ZEROS.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

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
           IF WS-PARAMETROS-OK = 'S'
               PERFORM 2000-VARRE-CADUSER UNTIL FIM-CADUSER
               PERFORM 3000-RESUMO
               PERFORM 3100-REGISTRA-CATALOGO
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           ACCEPT WS-MODO FROM ENVIRONMENT "SENEMG_MODO".
           IF WS-MODO = SPACE
               MOVE 'S' TO WS-MODO
           END-IF.
           ACCEPT WS-ESCOPO FROM ENVIRONMENT "SENEMG_ESCOPO".
           MOVE FUNCTION UPPER-CASE (WS-ESCOPO) TO WS-ESCOPO.
           ACCEPT WS-VALOR FROM ENVIRONMENT "SENEMG_VALOR".
           MOVE FUNCTION UPPER-CASE (WS-VALOR) TO WS-VALOR.
           ACCEPT WS-INCIDENTE FROM ENVIRONMENT "SENEMG_INCIDENTE".
           ACCEPT WS-OPER-TEXTO FROM ENVIRONMENT "SENEMG_OPERADOR".
           IF WS-OPER-TEXTO = SPACES
               ACCEPT WS-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO"
               ACCEPT WS-OPER-DELEGANTE
                   FROM ENVIRONMENT "OPERADOR_DELEGANTE"
           END-IF.
           IF WS-OPER-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-OPER-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-OPER-TEXTO) TO WS-OPER-CODIGO
           END-IF.

           DISPLAY '============================================='.
           IF MODO-SIMULACAO
               DISPLAY '   REINICIO EMERGENCIAL DE SENHAS - SIMULACAO'
               DISPLAY '   (NADA SERA GRAVADO; SENEMG_MODO=E EXECUTA)'
           ELSE
               DISPLAY '   REINICIO EMERGENCIAL DE SENHAS - EXECUCAO'
           END-IF.
           DISPLAY '============================================='.

           PERFORM 1100-VALIDA-PARAMETROS.
           IF WS-PARAMETROS-OK = 'S' AND ESCOPO-LISTA
               PERFORM 1200-CARREGA-LISTA
           END-IF.
           IF WS-PARAMETROS-OK = 'S'
               PERFORM 1300-ABRE-ARQUIVOS
           END-IF.
           IF WS-PARAMETROS-OK = 'S' AND MODO-EXECUCAO
               PERFORM 1400-CONFERE-EXECUTOR
           END-IF.
           IF WS-PARAMETROS-OK = 'S'
               PERFORM 1500-ABRE-RESUMO
           END-IF.
           IF WS-PARAMETROS-OK NOT = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * sem selecao explicita nada roda: a base inteira so com T
       1100-VALIDA-PARAMETROS.
           IF NOT ESCOPO-VALIDO
               DISPLAY 'SENEMG_ESCOPO DEVE SER T, D, P OU L'
               MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.
           IF ESCOPO-DEPTO AND WS-VALOR = SPACES
               DISPLAY 'ESCOPO D EXIGE O DEPARTAMENTO EM SENEMG_VALOR'
               MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.
           IF ESCOPO-PERFIL AND
              WS-VALOR (1:1) NOT = 'A' AND
              WS-VALOR (1:1) NOT = 'O' AND
              WS-VALOR (1:1) NOT = 'C'
               DISPLAY 'ESCOPO P EXIGE O PERFIL (A, O OU C) EM '
                   'SENEMG_VALOR'
               MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.
           IF MODO-EXECUCAO AND WS-INCIDENTE = SPACES
               DISPLAY 'EXECUCAO EXIGE O NUMERO DO INCIDENTE EM '
                   'SENEMG_INCIDENTE'
               MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.
           IF NOT MODO-SIMULACAO AND NOT MODO-EXECUCAO
               DISPLAY 'SENEMG_MODO DEVE SER S OU E'
               MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.

       1200-CARREGA-LISTA.
           OPEN INPUT SENEMGLST.
           IF WS-FS-LISTA NOT = 0
               DISPLAY 'ARQUIVO DE CODIGOS NAO ENCONTRADO: SENEMGLST'
               MOVE 'N' TO WS-PARAMETROS-OK
           ELSE
               MOVE 'N' TO WS-EOF-LISTA
               PERFORM 1210-LE-LISTA UNTIL FIM-LISTA
               CLOSE SENEMGLST
               IF WS-QTD-LISTA = ZEROS
                   DISPLAY 'NENHUM CODIGO VALIDO NO SENEMGLST'
                   MOVE 'N' TO WS-PARAMETROS-OK
               END-IF
               IF WS-LISTA-ESTOURO = 'S'
                   DISPLAY 'SENEMGLST COM MAIS DE 2000 CODIGOS - '
                       'DIVIDA A LISTA'
                   MOVE 'N' TO WS-PARAMETROS-OK
               END-IF
           END-IF.

       1210-LE-LISTA.
           READ SENEMGLST
               AT END
                   MOVE 'S' TO WS-EOF-LISTA
               NOT AT END
      * aceita o codigo com 8 digitos e, das listas antigas, com 6
                   IF REG-LISTA (1:8) IS NUMERIC OR
                      (REG-LISTA (1:6) IS NUMERIC AND
                       REG-LISTA (7:2) = SPACES)
                       IF WS-QTD-LISTA < 2000
                           ADD 1 TO WS-QTD-LISTA
                           MOVE FUNCTION NUMVAL (REG-LISTA (1:8))
                             TO WS-LISTA-CODIGO (WS-QTD-LISTA)
                       ELSE
                           MOVE 'S' TO WS-LISTA-ESTOURO
                       END-IF
                   ELSE
                       IF REG-LISTA NOT = SPACES
                           ADD 1 TO WS-LISTA-INVALIDAS
                           DISPLAY 'LINHA IGNORADA NO SENEMGLST: '
                               FUNCTION TRIM (REG-LISTA)
                       END-IF
                   END-IF
           END-READ.

       1300-ABRE-ARQUIVOS.
           IF MODO-EXECUCAO
               OPEN I-O CADUSER
           ELSE
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
               MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.
           IF WS-PARAMETROS-OK = 'S' AND MODO-EXECUCAO
               OPEN I-O CADSEN
               IF WS-FS-CADSEN = 35
                   OPEN OUTPUT CADSEN
                   CLOSE CADSEN
                   OPEN I-O CADSEN
               END-IF
               OPEN EXTEND CADAUD
               IF WS-FS-CADAUD = 35
                   OPEN OUTPUT CADAUD
                   CLOSE CADAUD
                   OPEN EXTEND CADAUD
               END-IF
               OPEN EXTEND NOTIFQ
               IF WS-FS-NOTIFQ = 35
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN EXTEND NOTIFQ
               END-IF
           END-IF.

      * so administrador ativo executa; a varredura comeca depois,
      * do primeiro codigo
       1400-CONFERE-EXECUTOR.
           IF WS-OPER-CODIGO = ZEROS
               DISPLAY 'EXECUCAO EXIGE O EXECUTOR EM SENEMG_OPERADOR'
               MOVE 'N' TO WS-PARAMETROS-OK
           ELSE
               MOVE WS-OPER-CODIGO TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       DISPLAY 'EXECUTOR ' WS-OPER-CODIGO
                           ' NAO CADASTRADO'
                       MOVE 'N' TO WS-PARAMETROS-OK
                   NOT INVALID KEY
                       IF NOT PERFIL-ADMIN OR CONTA-BLOQUEADA
                           DISPLAY 'EXECUTOR ' WS-OPER-CODIGO
                               ' NAO E ADMINISTRADOR ATIVO'
                           MOVE 'N' TO WS-PARAMETROS-OK
                       ELSE
                           MOVE FD-NM TO WS-OPER-NOME
                       END-IF
               END-READ
           END-IF.
           IF WS-PARAMETROS-OK = 'S'
               MOVE ZEROS TO FD-CD-USER
               START CADUSER KEY IS NOT LESS THAN FD-CD-USER
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-USER
               END-START
           END-IF.

      * resumo SENEMGIMP pela variavel DD_SENEMGIMP estilo DD
       1500-ABRE-RESUMO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'SENEMG.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_SENEMGIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RESUMO - STATUS ' WS-FS-IMP
               MOVE 'N' TO WS-PARAMETROS-OK
           ELSE
               PERFORM 2100-CABECALHO-PAGINA
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'INCIDENTE: ' WS-INCIDENTE
                   '   SELECAO: ' WS-ESCOPO ' ' WS-VALOR
                   '   MODO: ' WS-MODO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'EXECUTOR: ' WS-OPER-CODIGO ' '
                   WS-OPER-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'CODIGO NOME                                     '
                   ' DEPT PERFIL SITUACAO'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.
           COMPUTE WS-HORA-SEMENTE = FUNCTION NUMVAL (WS-HR-EXEC).
           COMPUTE WS-SEMENTE =
               FUNCTION MOD (WS-HORA-SEMENTE + WS-DT-EXEC, 99999999).
           COMPUTE WS-SORTEIO = FUNCTION RANDOM (WS-SEMENTE).

       2000-VARRE-CADUSER.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2010-AVALIA-SELECAO
                   IF WS-SELECIONADA = 'S'
                       ADD 1 TO WS-TOT-SELECIONADAS
                       PERFORM 2200-REINICIA-CONTA
                   END-IF
           END-READ.

       2010-AVALIA-SELECAO.
           MOVE 'N' TO WS-SELECIONADA.
           EVALUATE TRUE
               WHEN ESCOPO-TOTAL
                   MOVE 'S' TO WS-SELECIONADA
               WHEN ESCOPO-DEPTO
                   IF FD-DEPTO = WS-VALOR
                       MOVE 'S' TO WS-SELECIONADA
                   END-IF
               WHEN ESCOPO-PERFIL
                   IF FD-PERFIL = WS-VALOR (1:1)
                       MOVE 'S' TO WS-SELECIONADA
                   END-IF
               WHEN ESCOPO-LISTA
                   PERFORM 2020-PROCURA-LISTA
                       VARYING WS-IX-LISTA FROM 1 BY 1
                       UNTIL WS-IX-LISTA > WS-QTD-LISTA
                          OR WS-SELECIONADA = 'S'
           END-EVALUATE.

       2020-PROCURA-LISTA.
           IF WS-LISTA-CODIGO (WS-IX-LISTA) = FD-CD-USER
               MOVE 'S' TO WS-SELECIONADA
           END-IF.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'REINICIO EMERGENCIAL DE SENHAS   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 2 TO WS-LINHAS-PAGINA.

      * a senha antiga (ja ofuscada) vai para o historico antes de
      * ser sobreposta; a conta bloqueada fica bloqueada e sem aviso
       2200-REINICIA-CONTA.
           PERFORM 2300-SORTEIA-SENHA.
           IF NOT SENHA-COMPLEXA-OK
               ADD 1 TO WS-TOT-ERROS
               MOVE 'ERRO: POLITICA DE SENHA' TO WS-SITUACAO
           ELSE
               IF MODO-SIMULACAO
                   ADD 1 TO WS-TOT-REINICIADAS
                   IF CONTA-BLOQUEADA
                       ADD 1 TO WS-TOT-BLOQUEADAS
                       MOVE 'SERIA REINICIADA (BLOQ)' TO WS-SITUACAO
                   ELSE
                       MOVE 'SERIA REINICIADA' TO WS-SITUACAO
                   END-IF
               ELSE
                   PERFORM 2210-GRAVA-REINICIO
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING FD-CD-USER ' ' FD-NM (1:40) ' ' FD-DEPTO ' '
               FD-PERFIL '      ' WS-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       2210-GRAVA-REINICIO.
           MOVE FD-PASSWORD TO WS-SENHA-ANTERIOR.
           MOVE WS-SENHA-TEMPORARIA TO WS-SENHA-ENTRADA.
           PERFORM 2330-OFUSCA-SENHA.
           MOVE WS-SENHA-OFUSCADA TO FD-PASSWORD.
           MOVE 'S' TO FD-TROCA-OBRIG.
           MOVE 0 TO FD-TENTATIVAS.
           ACCEPT FD-DT-SENHA FROM DATE YYYYMMDD.
           REWRITE REG-USER
               INVALID KEY
                   ADD 1 TO WS-TOT-ERROS
                   MOVE 'ERRO AO REGRAVAR' TO WS-SITUACAO
                   DISPLAY 'ERRO AO REGRAVAR ' FD-CD-USER
                       ' - STATUS ' WS-FS-CADUSER
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-REINICIADAS
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2490-GRAVA-JORNAL
                   PERFORM 2400-GUARDA-SENHA-HISTORICO
                   PERFORM 2500-REGISTRA-AUDITORIA
                   IF CONTA-BLOQUEADA
                       ADD 1 TO WS-TOT-BLOQUEADAS
                       MOVE 'REINICIADA - BLOQUEADA' TO WS-SITUACAO
                   ELSE
                       PERFORM 2600-GRAVA-NOTIFICACAO
                       ADD 1 TO WS-TOT-AVISADAS
                       MOVE 'REINICIADA E AVISADA' TO WS-SITUACAO
                   END-IF
           END-REWRITE.

      * uma maiuscula, uma minuscula e um especial em posicoes fixas
      * seguidos de cinco digitos, todos sorteados; a politica do
      * SENHAPOL ainda confere o resultado pelo CDVALSEN
       2300-SORTEIA-SENHA.
           MOVE SPACES TO WS-SENHA-TEMPORARIA.
           COMPUTE WS-IX-SORTEIO = FUNCTION RANDOM * 24 + 1.
           MOVE WS-LETRAS-MAIUSC (WS-IX-SORTEIO:1)
             TO WS-SENHA-TEMPORARIA (1:1).
           COMPUTE WS-IX-SORTEIO = FUNCTION RANDOM * 24 + 1.
           MOVE WS-LETRAS-MINUSC (WS-IX-SORTEIO:1)
             TO WS-SENHA-TEMPORARIA (2:1).
           COMPUTE WS-IX-SORTEIO = FUNCTION RANDOM * 6 + 1.
           MOVE WS-ESPECIAIS (WS-IX-SORTEIO:1)
             TO WS-SENHA-TEMPORARIA (3:1).
           PERFORM 2310-SORTEIA-DIGITO
               VARYING WS-IX-DIGITO FROM 4 BY 1
               UNTIL WS-IX-DIGITO > 8.
           MOVE 8 TO WS-SENHA-TAMANHO.
           CALL 'CDVALSEN' USING WS-SENHA-TEMPORARIA WS-SENHA-TAMANHO
               WS-SENHA-TOT-MAIUSC WS-SENHA-TOT-MINUSC
               WS-SENHA-TOT-NUMERO WS-SENHA-TOT-ESPECIAL
               WS-SENHA-COMPLEXA-OK WS-SENHA-MSG-REGRA.

       2310-SORTEIA-DIGITO.
           COMPUTE WS-DIGITO = FUNCTION RANDOM * 10.
           MOVE WS-DIGITO TO WS-SENHA-TEMPORARIA (WS-IX-DIGITO:1).

       2330-OFUSCA-SENHA.
           MOVE SPACES TO WS-SENHA-OFUSCADA.
           PERFORM 2331-OFUSCA-CARACTER
               VARYING WS-IX-OFUSCA FROM 1 BY 1
               UNTIL WS-IX-OFUSCA > LENGTH OF WS-SENHA-ENTRADA.

       2331-OFUSCA-CARACTER.
           IF WS-SENHA-ENTRADA (WS-IX-OFUSCA:1) EQUAL SPACE
               MOVE SPACE TO WS-SENHA-OFUSCADA (WS-IX-OFUSCA:1)
           ELSE
               COMPUTE WS-COD-CARACTER =
                   FUNCTION MOD (FUNCTION ORD
                       (WS-SENHA-ENTRADA (WS-IX-OFUSCA:1))
                       - 1 + WS-DESLOC-SENHA, 256) + 1
               MOVE FUNCTION CHAR (WS-COD-CARACTER)
                 TO WS-SENHA-OFUSCADA (WS-IX-OFUSCA:1)
           END-IF.

      * empurra as senhas antigas uma posicao para baixo e guarda a
      * comprometida na primeira - o mesmo historico de cinco senhas
      * do CDCLIE, que recusa na troca qualquer uma delas
       2400-GUARDA-SENHA-HISTORICO.
           MOVE FD-CD-USER TO SH-CD-USER.
           MOVE 'S' TO WS-SENHIST-ACHADO.
           READ CADSEN
               INVALID KEY
                   MOVE 'N' TO WS-SENHIST-ACHADO
                   MOVE FD-CD-USER TO SH-CD-USER
                   MOVE SPACES TO SH-SENHA-ANT (1)
                                  SH-SENHA-ANT (2)
                                  SH-SENHA-ANT (3)
                                  SH-SENHA-ANT (4)
                                  SH-SENHA-ANT (5)
           END-READ.
           IF SH-SENHA-ANT (1) NOT = WS-SENHA-ANTERIOR
               MOVE SH-SENHA-ANT (4) TO SH-SENHA-ANT (5)
               MOVE SH-SENHA-ANT (3) TO SH-SENHA-ANT (4)
               MOVE SH-SENHA-ANT (2) TO SH-SENHA-ANT (3)
               MOVE SH-SENHA-ANT (1) TO SH-SENHA-ANT (2)
               MOVE WS-SENHA-ANTERIOR TO SH-SENHA-ANT (1)
           END-IF.
           IF WS-SENHIST-ACHADO = 'S'
               REWRITE REG-SENHIST
           ELSE
               WRITE REG-SENHIST
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2490-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

      * reinicio emergencial de senha (acao '0'): o incidente vai no
      * lugar do email para a trilha ligar a conta ao registro dele
       2500-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE FD-CD-USER        TO AU-CD-USER.
           MOVE '0'               TO AU-ACAO.
           MOVE FD-NM             TO AU-NM.
           MOVE SPACES            TO AU-EMAIL.
           STRING 'REINICIO EMERGENCIAL - INCIDENTE '
               FUNCTION TRIM (WS-INCIDENTE)
               DELIMITED BY SIZE INTO AU-EMAIL.
           MOVE WS-OPER-CODIGO    TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

      * a temporaria segue pelo correio corporativo para o email do
      * cadastro, como o codigo de acesso do segundo fator
       2600-GRAVA-NOTIFICACAO.
           ACCEPT NQ-DATA FROM DATE YYYYMMDD.
           ACCEPT NQ-HORA FROM TIME.
           MOVE 'SENHAEMG'          TO NQ-EVENTO.
           MOVE FD-CD-USER          TO NQ-CD-USER.
           MOVE FD-EMAIL            TO NQ-EMAIL.
           MOVE 'TPLSNEMG'          TO NQ-TEMPLATE.
           MOVE WS-SENHA-TEMPORARIA TO NQ-PARAMETRO.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
           ELSE
               MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
           END-IF.
           WRITE REG-NOTIFICACAO.

      * linha de detalhe: pagina nova quando a atual encheu
       2900-GRAVA-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
               PERFORM 2100-CABECALHO-PAGINA
               MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP
           END-IF.
           PERFORM 2910-GRAVA-FISICA.

       2910-GRAVA-FISICA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           IF WS-FS-IMP NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

      * totais e o bloco de assinaturas para o registro do incidente
       3000-RESUMO.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONTAS LIDAS.............: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-SELECIONADAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONTAS SELECIONADAS......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-REINICIADAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           IF MODO-SIMULACAO
               STRING 'SENHAS QUE SERIAM TROCADAS: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING 'SENHAS REINICIADAS.......: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-AVISADAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TITULARES AVISADOS.......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-BLOQUEADAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'BLOQUEADAS, SEM AVISO....: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-ERROS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ERROS....................: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           IF ESCOPO-LISTA
               MOVE WS-QTD-LISTA TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'CODIGOS NA LISTA.........: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE WS-LISTA-INVALIDAS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'LINHAS INVALIDAS NA LISTA: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.
           IF MODO-SIMULACAO
               MOVE 'SIMULACAO - NENHUMA SENHA FOI ALTERADA.'
                 TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'EXECUTADO POR: ________________________________  '
             TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'SEGURANCA DA INFORMACAO: ______________________  '
             TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'DATA: ____/____/________' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.

           DISPLAY '-----------------------------------------------'.
           MOVE WS-TOT-SELECIONADAS TO WS-MSK-QTD.
           DISPLAY 'CONTAS SELECIONADAS..: ' WS-MSK-QTD.
           MOVE WS-TOT-REINICIADAS TO WS-MSK-QTD.
           IF MODO-SIMULACAO
               DISPLAY 'SENHAS QUE MUDARIAM..: ' WS-MSK-QTD
           ELSE
               DISPLAY 'SENHAS REINICIADAS...: ' WS-MSK-QTD
           END-IF.
           MOVE WS-TOT-BLOQUEADAS TO WS-MSK-QTD.
           DISPLAY 'BLOQUEADAS, SEM AVISO: ' WS-MSK-QTD.
           MOVE WS-TOT-ERROS TO WS-MSK-QTD.
           DISPLAY 'ERROS................: ' WS-MSK-QTD.
           DISPLAY 'RESUMO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           DISPLAY '============================================='.
           IF WS-TOT-ERROS > ZEROS AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * o resumo entra no catalogo RELCATAL para o CDRELCAT achar,
      * exibir e expurgar pela retencao
       3100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'SENEMG' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-FS-CADUSER = 0 OR WS-FS-CADUSER = 10 OR
              WS-FS-CADUSER = 23
               CLOSE CADUSER
           END-IF.
           IF MODO-EXECUCAO AND
              (WS-FS-CADAUD = 0 OR WS-FS-CADAUD = 10)
               CLOSE CADSEN
               CLOSE CADAUD
               CLOSE NOTIFQ
           END-IF.

       END PROGRAM CDSENEMG.
