      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:VISIBILIDADE POR DEPARTAMENTO - o operador sem perfil
      *         de administrador so enxerga no CDCLIE, no CDEXTRAT e no
      *         CDRELUSR os usuarios do proprio departamento (FD-DEPTO).
      *         Quem precisa atender outro setor recebe aqui a
      *         concessao de mais um departamento: o administrador
      *         inclui, exclui e lista as concessoes do cadastro
      *         indexado CADVISDP (layout no copybook REGVISDP). O
      *         subprograma CDVISDEP consulta o cadastro; cada mudanca
      *         fica no CADAUD com a acao '5'. So entra administrador
      *         identificado pelo CDLOGON e agindo em nome proprio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDVISMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVISDP ASSIGN TO
           "CADVISDP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CHAVE
           FILE STATUS IS WS-FS-CADVISDP.

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

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADVISDP.
           COPY REGVISDP.

       FD CADUSER.
           COPY REGUSER.

       FD CADDEPT.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADVISDP                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADDEPT                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-VISDP                   PIC X VALUE 'N'.
        88 FIM-CADVISDP                  VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-TOT-LISTADOS                PIC 9(03) VALUE ZEROS.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

      * campos digitados na inclusao e na exclusao
       77 WS-VIS-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-VIS-DEPTO                   PIC X(04) VALUE SPACES.
       77 WS-VIS-OPERADOR                PIC 9(08) VALUE ZEROS.
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
      * proprio, amplia a visao de um operador
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
               DISPLAY 'VISIBILIDADE RESTRITA AO ADMINISTRADOR - '
                   'FACA O LOGON PELO CDLOGON'
               MOVE 'F' TO WS-OPCAO
           ELSE
               IF WS-OPER-DELEGANTE NOT = SPACES
                   DISPLAY 'PERFIL RECEBIDO POR DELEGACAO NAO AMPLIA '
                       'VISIBILIDADE'
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
               OPEN I-O CADVISDP
               IF WS-FS-CADVISDP = 35
                   OPEN OUTPUT CADVISDP
                   CLOSE CADVISDP
                   OPEN I-O CADVISDP
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
           DISPLAY '   VISIBILIDADE POR DEPARTAMENTO (CADVISDP)'.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR CONCESSAO'.
           DISPLAY '<E> EXCLUIR CONCESSAO'.
           DISPLAY '<L> LISTAR CONCESSOES'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'E'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-EXCLUIR
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
       2060-CONFERE-ONLINE.
           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

       2100-INCLUIR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           PERFORM 2050-LE-CHAVE.
           PERFORM 2110-CRITICA-INCLUSAO.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               MOVE WS-VIS-OPERADOR   TO VD-OPERADOR
               MOVE WS-VIS-DEPTO      TO VD-DEPTO
               MOVE WS-OPER-CODIGO    TO VD-OPER-CADASTRO
               MOVE WS-DT-ATUAL       TO VD-DT-CADASTRO
               WRITE REG-VISDEPTO
                   INVALID KEY
                       DISPLAY 'OPERADOR JA ENXERGA ESTE DEPARTAMENTO'
                   NOT INVALID KEY
                       MOVE 'VISIBILIDADE CONCEDIDA' TO WS-AUD-TEXTO
                       PERFORM 3000-REGISTRA-AUDITORIA
                       DISPLAY 'CONCESSAO INCLUIDA - VALE A PARTIR DO '
                           'PROXIMO LOGON DO OPERADOR'
               END-WRITE
           END-IF.

       2050-LE-CHAVE.
           DISPLAY 'CODIGO DO OPERADOR: '.
           MOVE SPACES TO WS-VIS-OPER-TEXTO.
           ACCEPT WS-VIS-OPER-TEXTO.
           DISPLAY 'DEPARTAMENTO: '.
           MOVE SPACES TO WS-VIS-DEPTO.
           ACCEPT WS-VIS-DEPTO.
           MOVE FUNCTION UPPER-CASE (WS-VIS-DEPTO) TO WS-VIS-DEPTO.
           MOVE ZEROS TO WS-VIS-OPERADOR.
           IF WS-VIS-OPER-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-VIS-OPER-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-VIS-OPER-TEXTO)
                 TO WS-VIS-OPERADOR
           END-IF.

      * o operador precisa existir no CADUSER, nao ser administrador
      * (que ja ve tudo) e o departamento precisa existir no CADDEPT
      * e ser outro que nao o dele
       2110-CRITICA-INCLUSAO.
           MOVE SPACES TO WS-MSG-CRITICA.
           EVALUATE TRUE
               WHEN WS-VIS-OPERADOR = ZEROS OR WS-VIS-DEPTO = SPACES
                   MOVE 'OPERADOR E DEPARTAMENTO SAO OBRIGATORIOS'
                     TO WS-MSG-CRITICA
               WHEN WS-FS-CADUSER NOT = 0
                   MOVE 'CADUSER INDISPONIVEL - INCLUSAO RECUSADA'
                     TO WS-MSG-CRITICA
               WHEN WS-FS-CADDEPT NOT = 0
                   MOVE 'CADDEPT INDISPONIVEL - INCLUSAO RECUSADA'
                     TO WS-MSG-CRITICA
               WHEN OTHER
                   MOVE WS-VIS-OPERADOR TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           MOVE 'OPERADOR NAO CADASTRADO NO CADUSER'
                             TO WS-MSG-CRITICA
                       NOT INVALID KEY
                           PERFORM 2120-CRITICA-OPERADOR
                   END-READ
                   IF WS-MSG-CRITICA = SPACES
                       MOVE WS-VIS-DEPTO TO DP-CODIGO
                       READ CADDEPT
                           INVALID KEY
                               MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                 TO WS-MSG-CRITICA
                       END-READ
                   END-IF
           END-EVALUATE.

       2120-CRITICA-OPERADOR.
           EVALUATE TRUE
               WHEN PERFIL-ADMIN
                   MOVE 'ADMINISTRADOR JA ENXERGA TODOS OS DEPTOS'
                     TO WS-MSG-CRITICA
               WHEN FD-DEPTO = WS-VIS-DEPTO
                   MOVE 'DEPARTAMENTO JA E O DO PROPRIO OPERADOR'
                     TO WS-MSG-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * a concessao retirada sai do cadastro; o historico de quem
      * concedeu e quem retirou fica no CADAUD
       2200-EXCLUIR.
           PERFORM 2050-LE-CHAVE.
           IF WS-VIS-OPERADOR = ZEROS OR WS-VIS-DEPTO = SPACES
               DISPLAY 'INFORME O OPERADOR E O DEPARTAMENTO'
           ELSE
               MOVE WS-VIS-OPERADOR TO VD-OPERADOR
               MOVE WS-VIS-DEPTO    TO VD-DEPTO
               READ CADVISDP
                   INVALID KEY
                       DISPLAY 'CONCESSAO NAO CADASTRADA'
                   NOT INVALID KEY
                       PERFORM 2210-GRAVA-EXCLUSAO
               END-READ
           END-IF.

       2210-GRAVA-EXCLUSAO.
           DELETE CADVISDP RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR CONCESSAO'
               NOT INVALID KEY
                   MOVE 'VISIBILIDADE RETIRADA' TO WS-AUD-TEXTO
                   PERFORM 3000-REGISTRA-AUDITORIA
                   DISPLAY 'CONCESSAO EXCLUIDA - VALE A PARTIR DO '
                       'PROXIMO LOGON DO OPERADOR'
           END-DELETE.

       2300-LISTAR.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-VISDP.
           MOVE LOW-VALUES TO VD-CHAVE.
           START CADVISDP KEY IS GREATER THAN OR EQUAL TO VD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-VISDP
           END-START.
           DISPLAY 'OPERADOR DEPT CONCEDIDO POR EM'.
           PERFORM 2310-LISTA-LINHA UNTIL FIM-CADVISDP.
           DISPLAY 'TOTAL DE CONCESSOES: ' WS-TOT-LISTADOS.

       2310-LISTA-LINHA.
           READ CADVISDP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-VISDP
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   DISPLAY VD-OPERADOR '   ' VD-DEPTO ' '
                       VD-OPER-CADASTRO '        ' VD-DT-CADASTRO
           END-READ.

      * a acao '5' marca mudanca no escopo de visibilidade: o usuario
      * auditado e o operador que ganhou ou perdeu o departamento
       3000-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE VD-OPERADOR    TO AU-CD-USER.
           MOVE '5'            TO AU-ACAO.
           MOVE SPACES         TO AU-NM.
           STRING FUNCTION TRIM (WS-AUD-TEXTO) ' - DEPTO '
               VD-DEPTO
               DELIMITED BY SIZE INTO AU-NM.
           MOVE SPACES         TO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE SPACES         TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           IF WS-FS-CADDEPT NOT = 35
               CLOSE CADDEPT
           END-IF.
           CLOSE CADVISDP.
           CLOSE CADAUD.

       END PROGRAM CDVISMNT.
