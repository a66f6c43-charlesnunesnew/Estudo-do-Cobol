      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:DELEGACAO TEMPORARIA DE PERFIL - quem aprovava o
      *         CADPEND saia de ferias e o FD-PERFIL de alguem virava
      *         'A' na mao, para nunca mais voltar. Este programa
      *         mantem o cadastro indexado CADDELEG (layout no
      *         copybook REGDELEG): o administrador inclui a delegacao
      *         (delegante, delegado, perfil emprestado, inicio e
      *         fim), cancela a que terminou antes da hora e lista o
      *         cadastro. O CDLOGON concede o perfil so dentro do
      *         periodo e o passo noturno CDDELEXP expira as vencidas.
      *         Cada mudanca fica no CADAUD com a acao 'C'. So entra
      *         administrador identificado pelo CDLOGON, e nunca por
      *         delegacao: perfil emprestado nao se empresta de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDELEG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDELEG ASSIGN TO
           "CADDELEG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DG-CHAVE
           FILE STATUS IS WS-FS-CADDELEG.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADDELEG.
           COPY REGDELEG.

       FD CADUSER.
           COPY REGUSER.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADDELEG                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-DELEG                   PIC X VALUE 'N'.
        88 FIM-CADDELEG                  VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-TOT-LISTADOS                PIC 9(03) VALUE ZEROS.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

      * campos digitados na inclusao e no cancelamento
       77 WS-DELEGANTE-TEXTO             PIC X(08) VALUE SPACES.
       77 WS-DELEGADO-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-PERFIL-ENTRADA              PIC X(01) VALUE SPACE.
       77 WS-INICIO-TEXTO                PIC X(08) VALUE SPACES.
       77 WS-FIM-TEXTO                   PIC X(08) VALUE SPACES.
       77 WS-DELEGANTE                   PIC 9(08) VALUE ZEROS.
       77 WS-DELEGADO                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-INICIO                   PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM                      PIC 9(08) VALUE ZEROS.
       77 WS-PESO-DELEGANTE              PIC 9(01) VALUE ZEROS.
       77 WS-PESO-EMPRESTADO             PIC 9(01) VALUE ZEROS.
       77 WS-MSG-CRITICA                 PIC X(50) VALUE SPACES.
       77 WS-AUD-TEXTO                   PIC X(30) VALUE SPACES.

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
      * proprio, mexe nas delegacoes
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
               DISPLAY 'DELEGACOES RESTRITAS AO ADMINISTRADOR - '
                   'FACA O LOGON PELO CDLOGON'
               MOVE 'F' TO WS-OPCAO
           ELSE
               IF WS-OPER-DELEGANTE NOT = SPACES
                   DISPLAY 'PERFIL RECEBIDO POR DELEGACAO NAO PODE '
                       'SER DELEGADO'
                   MOVE 'F' TO WS-OPCAO
               END-IF
           END-IF.

           IF WS-OPCAO NOT = 'F'
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               OPEN I-O CADDELEG
               IF WS-FS-CADDELEG = 35
                   OPEN OUTPUT CADDELEG
                   CLOSE CADDELEG
                   OPEN I-O CADDELEG
               END-IF
               OPEN EXTEND CADAUD
               IF WS-FS-CADAUD = 35
                   OPEN OUTPUT CADAUD
                   CLOSE CADAUD
                   OPEN EXTEND CADAUD
               END-IF
           END-IF.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   DELEGACOES DE PERFIL (CADDELEG)'.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR DELEGACAO'.
           DISPLAY '<C> CANCELAR DELEGACAO'.
           DISPLAY '<L> LISTAR DELEGACOES'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'C'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-CANCELAR
                   END-IF
               WHEN 'L'
                   PERFORM 2300-LISTAR
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

       2100-INCLUIR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO DO DELEGANTE (QUEM SE AUSENTA): '.
           MOVE SPACES TO WS-DELEGANTE-TEXTO.
           ACCEPT WS-DELEGANTE-TEXTO.
           DISPLAY 'CODIGO DO DELEGADO (QUEM ASSUME): '.
           MOVE SPACES TO WS-DELEGADO-TEXTO.
           ACCEPT WS-DELEGADO-TEXTO.
           DISPLAY 'PERFIL EMPRESTADO (A/O/C): '.
           MOVE SPACE TO WS-PERFIL-ENTRADA.
           ACCEPT WS-PERFIL-ENTRADA.
           DISPLAY 'INICIO AAAAMMDD (BRANCO = HOJE): '.
           MOVE SPACES TO WS-INICIO-TEXTO.
           ACCEPT WS-INICIO-TEXTO.
           DISPLAY 'FIM AAAAMMDD: '.
           MOVE SPACES TO WS-FIM-TEXTO.
           ACCEPT WS-FIM-TEXTO.
           PERFORM 2110-CRITICA-INCLUSAO.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               MOVE WS-DELEGADO       TO DG-DELEGADO
               MOVE WS-DT-INICIO      TO DG-DT-INICIO
               MOVE WS-DELEGANTE      TO DG-DELEGANTE
               MOVE WS-PERFIL-ENTRADA TO DG-PERFIL
               MOVE WS-DT-FIM         TO DG-DT-FIM
               MOVE 'A'               TO DG-STATUS
               MOVE WS-OPER-CODIGO    TO DG-OPER-CADASTRO
               MOVE WS-DT-ATUAL       TO DG-DT-CADASTRO
               WRITE REG-DELEGACAO
                   INVALID KEY
                       DISPLAY 'JA EXISTE DELEGACAO PARA O DELEGADO '
                           'COM ESTE INICIO'
                   NOT INVALID KEY
                       MOVE 'DELEGACAO INCLUIDA' TO WS-AUD-TEXTO
                       PERFORM 3000-REGISTRA-AUDITORIA
                       DISPLAY 'DELEGACAO INCLUIDA COM SUCESSO'
               END-WRITE
           END-IF.

      * as duas pessoas precisam existir no CADUSER e o delegante so
      * empresta perfil que ele mesmo tem; o periodo nao pode ter
      * terminado antes de comecar
       2110-CRITICA-INCLUSAO.
           MOVE SPACES TO WS-MSG-CRITICA.
           IF WS-INICIO-TEXTO = SPACES
               MOVE WS-DT-ATUAL TO WS-INICIO-TEXTO
           END-IF.
           EVALUATE TRUE
               WHEN WS-DELEGANTE-TEXTO = SPACES OR
                    WS-DELEGADO-TEXTO = SPACES
                   MOVE 'DELEGANTE E DELEGADO SAO OBRIGATORIOS'
                     TO WS-MSG-CRITICA
               WHEN WS-PERFIL-ENTRADA NOT = 'A' AND
                    WS-PERFIL-ENTRADA NOT = 'O' AND
                    WS-PERFIL-ENTRADA NOT = 'C'
                   MOVE 'PERFIL DEVE SER A, O OU C' TO WS-MSG-CRITICA
               WHEN WS-INICIO-TEXTO IS NOT NUMERIC OR
                    WS-FIM-TEXTO IS NOT NUMERIC
                   MOVE 'DATAS DEVEM SER AAAAMMDD' TO WS-MSG-CRITICA
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL (WS-INICIO-TEXTO)) NOT = 0 OR
                    FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL (WS-FIM-TEXTO)) NOT = 0
                   MOVE 'DATA INEXISTENTE NO CALENDARIO'
                     TO WS-MSG-CRITICA
               WHEN OTHER
                   MOVE FUNCTION NUMVAL (WS-DELEGANTE-TEXTO)
                     TO WS-DELEGANTE
                   MOVE FUNCTION NUMVAL (WS-DELEGADO-TEXTO)
                     TO WS-DELEGADO
                   MOVE WS-INICIO-TEXTO TO WS-DT-INICIO
                   MOVE WS-FIM-TEXTO    TO WS-DT-FIM
                   PERFORM 2120-CRITICA-PESSOAS
           END-EVALUATE.

       2120-CRITICA-PESSOAS.
           EVALUATE TRUE
               WHEN WS-DELEGANTE = WS-DELEGADO
                   MOVE 'DELEGANTE E DELEGADO SAO A MESMA PESSOA'
                     TO WS-MSG-CRITICA
               WHEN WS-DT-FIM < WS-DT-INICIO
                   MOVE 'FIM ANTERIOR AO INICIO' TO WS-MSG-CRITICA
               WHEN WS-DT-FIM < WS-DT-ATUAL
                   MOVE 'PERIODO JA ENCERRADO' TO WS-MSG-CRITICA
               WHEN WS-FS-CADUSER NOT = 0
                   MOVE 'CADUSER INDISPONIVEL - INCLUSAO RECUSADA'
                     TO WS-MSG-CRITICA
               WHEN OTHER
                   MOVE WS-DELEGADO TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           MOVE 'DELEGADO NAO CADASTRADO NO CADUSER'
                             TO WS-MSG-CRITICA
                   END-READ
                   IF WS-MSG-CRITICA = SPACES
                       MOVE WS-DELEGANTE TO FD-CD-USER
                       READ CADUSER
                           INVALID KEY
                               MOVE 'DELEGANTE NAO CADASTRADO'
                                 TO WS-MSG-CRITICA
                           NOT INVALID KEY
                               PERFORM 2130-CONFERE-PERFIL
                       END-READ
                   END-IF
           END-EVALUATE.

      * peso A=3, O=2, C=1: nao se empresta mais do que se tem
       2130-CONFERE-PERFIL.
           EVALUATE TRUE
               WHEN PERFIL-ADMIN
                   MOVE 3 TO WS-PESO-DELEGANTE
               WHEN PERFIL-OPERADOR
                   MOVE 2 TO WS-PESO-DELEGANTE
               WHEN OTHER
                   MOVE 1 TO WS-PESO-DELEGANTE
           END-EVALUATE.
           EVALUATE WS-PERFIL-ENTRADA
               WHEN 'A'
                   MOVE 3 TO WS-PESO-EMPRESTADO
               WHEN 'O'
                   MOVE 2 TO WS-PESO-EMPRESTADO
               WHEN OTHER
                   MOVE 1 TO WS-PESO-EMPRESTADO
           END-EVALUATE.
           IF WS-PESO-EMPRESTADO > WS-PESO-DELEGANTE
               MOVE 'DELEGANTE NAO POSSUI O PERFIL EMPRESTADO'
                 TO WS-MSG-CRITICA
           END-IF.

      * a delegacao que acabou antes da hora e cancelada, nao apagada:
      * o cadastro guarda o historico de quem atuou por quem
       2200-CANCELAR.
           DISPLAY 'CODIGO DO DELEGADO: '.
           MOVE SPACES TO WS-DELEGADO-TEXTO.
           ACCEPT WS-DELEGADO-TEXTO.
           DISPLAY 'INICIO DA DELEGACAO AAAAMMDD: '.
           MOVE SPACES TO WS-INICIO-TEXTO.
           ACCEPT WS-INICIO-TEXTO.
           IF WS-DELEGADO-TEXTO = SPACES OR
              WS-INICIO-TEXTO IS NOT NUMERIC
               DISPLAY 'INFORME O DELEGADO E O INICIO AAAAMMDD'
           ELSE
               MOVE FUNCTION NUMVAL (WS-DELEGADO-TEXTO) TO DG-DELEGADO
               MOVE WS-INICIO-TEXTO TO DG-DT-INICIO
               READ CADDELEG
                   INVALID KEY
                       DISPLAY 'DELEGACAO NAO CADASTRADA'
                   NOT INVALID KEY
                       PERFORM 2210-GRAVA-CANCELAMENTO
               END-READ
           END-IF.

       2210-GRAVA-CANCELAMENTO.
           IF NOT DELEGACAO-ATIVA
               DISPLAY 'DELEGACAO JA ENCERRADA - SITUACAO ' DG-STATUS
           ELSE
               MOVE 'C' TO DG-STATUS
               REWRITE REG-DELEGACAO
                   INVALID KEY
                       DISPLAY 'ERRO AO CANCELAR DELEGACAO'
                   NOT INVALID KEY
                       MOVE 'DELEGACAO CANCELADA' TO WS-AUD-TEXTO
                       PERFORM 3000-REGISTRA-AUDITORIA
                       DISPLAY 'DELEGACAO CANCELADA - VALE A PARTIR '
                           'DO PROXIMO LOGON DO DELEGADO'
               END-REWRITE
           END-IF.

       2300-LISTAR.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-DELEG.
           MOVE LOW-VALUES TO DG-CHAVE.
           START CADDELEG KEY IS GREATER THAN OR EQUAL TO DG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DELEG
           END-START.
           DISPLAY 'DELEGADO DELEGANTE P INICIO   FIM      ST'.
           PERFORM 2310-LISTA-LINHA UNTIL FIM-CADDELEG.
           DISPLAY 'TOTAL DE DELEGACOES: ' WS-TOT-LISTADOS.

       2310-LISTA-LINHA.
           READ CADDELEG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DELEG
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   DISPLAY DG-DELEGADO '   ' DG-DELEGANTE '    '
                       DG-PERFIL ' ' DG-DT-INICIO ' ' DG-DT-FIM ' '
                       DG-STATUS
           END-READ.

      * a acao 'C' marca mudanca no cadastro de delegacoes: o usuario
      * auditado e o delegado, o nome leva o que aconteceu e quem
      * delegou, o email leva o periodo
       3000-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE DG-DELEGADO    TO AU-CD-USER.
           MOVE 'C'            TO AU-ACAO.
           MOVE SPACES         TO AU-NM.
           STRING FUNCTION TRIM (WS-AUD-TEXTO) ' - DELEGANTE '
               DG-DELEGANTE ' PERFIL ' DG-PERFIL
               DELIMITED BY SIZE INTO AU-NM.
           MOVE SPACES         TO AU-EMAIL.
           STRING 'PERIODO ' DG-DT-INICIO ' A ' DG-DT-FIM
               DELIMITED BY SIZE INTO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE SPACES         TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           CLOSE CADDELEG.
           CLOSE CADAUD.

       END PROGRAM CDDELEG.
