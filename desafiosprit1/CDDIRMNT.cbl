      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:TABELA DE DIREITOS DE ACESSO - os perfis A/O/C eram
      *         grossos demais: todo 'O' rodava calculadora, notas e
      *         cadastro de usuarios, quando a secretaria so deveria
      *         mexer no DESAFIOM2 e no CDALUNO e o financeiro so no
      *         DESAFIOM1. Este programa mantem o cadastro indexado
      *         CADDIREI (layout no copybook REGDIREI): para um
      *         operador (tipo O) ou um perfil (tipo P), libera (S) ou
      *         nega (N) um programa do catalogo TABPROG ou uma opcao
      *         interna do CDCLIE. Sem o arquivo ele nasce com os
      *         direitos padrao do copybook TABDIRPD, iguais aos
      *         perfis fixos de antes. Cada mudanca fica no CADAUD com
      *         a acao '6'. Entra quem tem o direito ao CDDIRMNT
      *         (pelo padrao so o administrador), e ninguem mexe nos
      *         proprios direitos nem nos do proprio perfil.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDIRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIREI ASSIGN TO
           "CADDIREI"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DI-CHAVE
           FILE STATUS IS WS-FS-CADDIREI.

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
       FD CADDIREI.
           COPY REGDIREI.

       FD CADUSER.
           COPY REGUSER.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADDIREI                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-DIREI                   PIC X VALUE 'N'.
        88 FIM-CADDIREI                  VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-IX                          PIC 9(02) VALUE ZEROS.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

      * direito de acesso ao proprio programa
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDDIRMNT'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

      * campos digitados na gravacao e na exclusao
       77 WS-ENT-TIPO                    PIC X(01) VALUE SPACE.
       77 WS-ENT-SUJEITO                 PIC X(08) VALUE SPACES.
       77 WS-ENT-PROGRAMA                PIC X(10) VALUE SPACES.
       77 WS-ENT-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-ENT-PERMITE                 PIC X(01) VALUE SPACE.
       77 WS-SUJ-CODIGO                  PIC 9(08) VALUE ZEROS.
       77 WS-PROG-ACHADO                 PIC X VALUE 'N'.
       77 WS-VALOR-ANTERIOR              PIC X(01) VALUE SPACE.
       77 WS-MSG-CRITICA                 PIC X(50) VALUE SPACES.
       77 WS-AUD-TEXTO                   PIC X(30) VALUE SPACES.

           COPY TABPROG.
           COPY TABDIRPD.

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

       1000-INICIAR.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.
           CALL 'CDDIREIT' USING WS-OPER-CODIGO WS-OPER-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'PROGRAMA CDDIRMNT NAO LIBERADO PARA O OPERADOR'
               MOVE 'F' TO WS-OPCAO
           END-IF.

           IF WS-OPCAO NOT = 'F'
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               OPEN EXTEND CADAUD
               IF WS-FS-CADAUD = 35
                   OPEN OUTPUT CADAUD
                   CLOSE CADAUD
                   OPEN EXTEND CADAUD
               END-IF
               OPEN I-O CADDIREI
               IF WS-FS-CADDIREI = 35
                   OPEN OUTPUT CADDIREI
                   PERFORM 1100-SEMEIA-PADRAO
                       VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > TDP-QTD
                   CLOSE CADDIREI
                   OPEN I-O CADDIREI
               END-IF
           END-IF.

      * sem o arquivo a tabela nasce com os direitos que os perfis
      * fixos davam, para ninguem perder acesso na virada
       1100-SEMEIA-PADRAO.
           MOVE 'P'                    TO DI-TIPO.
           MOVE TDP-PERFIL (WS-IX)     TO DI-SUJEITO.
           MOVE TDP-PROGRAMA (WS-IX)   TO DI-PROGRAMA.
           MOVE TDP-OPCAO (WS-IX)      TO DI-OPCAO.
           MOVE TDP-PERMITE (WS-IX)    TO DI-PERMITE.
           MOVE ZEROS                  TO DI-OPER-CADASTRO.
           MOVE WS-DT-ATUAL            TO DI-DT-CADASTRO.
           WRITE REG-DIREITO.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   DIREITOS DE ACESSO (CADDIREI)'.
           DISPLAY '============================================='.
           DISPLAY '<G> GRAVAR DIREITO (INCLUI OU ALTERA)'.
           DISPLAY '<E> EXCLUIR DIREITO'.
           DISPLAY '<L> LISTAR DIREITOS'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'G'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-GRAVAR
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

       2050-LE-CHAVE.
           DISPLAY 'TIPO (O = OPERADOR / P = PERFIL): '.
           MOVE SPACE TO WS-ENT-TIPO.
           ACCEPT WS-ENT-TIPO.
           DISPLAY 'CODIGO DO OPERADOR OU LETRA DO PERFIL: '.
           MOVE SPACES TO WS-ENT-SUJEITO.
           ACCEPT WS-ENT-SUJEITO.
           DISPLAY 'PROGRAMA: '.
           MOVE SPACES TO WS-ENT-PROGRAMA.
           ACCEPT WS-ENT-PROGRAMA.
           DISPLAY 'OPCAO INTERNA (BRANCO = PROGRAMA INTEIRO): '.
           MOVE SPACE TO WS-ENT-OPCAO.
           ACCEPT WS-ENT-OPCAO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-TIPO)     TO WS-ENT-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-SUJEITO)  TO WS-ENT-SUJEITO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-PROGRAMA)
             TO WS-ENT-PROGRAMA.
           MOVE FUNCTION UPPER-CASE (WS-ENT-OPCAO)    TO WS-ENT-OPCAO.
           PERFORM 2110-CRITICA-CHAVE.

       2100-GRAVAR.
           PERFORM 2050-LE-CHAVE.
           IF WS-MSG-CRITICA = SPACES
               DISPLAY 'PERMITE (S/N): '
               MOVE SPACE TO WS-ENT-PERMITE
               ACCEPT WS-ENT-PERMITE
               MOVE FUNCTION UPPER-CASE (WS-ENT-PERMITE)
                 TO WS-ENT-PERMITE
               IF WS-ENT-PERMITE NOT = 'S' AND
                  WS-ENT-PERMITE NOT = 'N'
                   MOVE 'PERMITE DEVE SER S OU N' TO WS-MSG-CRITICA
               END-IF
           END-IF.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               PERFORM 2120-MONTA-CHAVE
               READ CADDIREI
                   INVALID KEY
                       PERFORM 2130-INCLUI-DIREITO
                   NOT INVALID KEY
                       PERFORM 2140-ALTERA-DIREITO
               END-READ
           END-IF.

      * o sujeito precisa existir (operador no CADUSER, perfil O ou
      * C - administrador ja tem tudo), o programa precisa estar no
      * catalogo e opcao interna so existe no CDCLIE. Ninguem mexe
      * nos proprios direitos nem nos do proprio perfil
       2110-CRITICA-CHAVE.
           MOVE SPACES TO WS-MSG-CRITICA.
           MOVE 'N' TO WS-PROG-ACHADO.
           PERFORM 2111-PROCURA-PROGRAMA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > TP-QTD OR WS-PROG-ACHADO = 'S'.
           EVALUATE TRUE
               WHEN WS-ENT-TIPO NOT = 'O' AND WS-ENT-TIPO NOT = 'P'
                   MOVE 'TIPO DEVE SER O OU P' TO WS-MSG-CRITICA
               WHEN WS-PROG-ACHADO NOT = 'S'
                   MOVE 'PROGRAMA FORA DO CATALOGO DE PROGRAMAS'
                     TO WS-MSG-CRITICA
               WHEN WS-ENT-OPCAO NOT = SPACE AND
                    WS-ENT-PROGRAMA NOT = 'CDCLIE'
                   MOVE 'OPCAO INTERNA SO E CONTROLADA NO CDCLIE'
                     TO WS-MSG-CRITICA
               WHEN WS-ENT-OPCAO NOT = SPACE AND
                    WS-ENT-OPCAO NOT = 'N' AND
                    WS-ENT-OPCAO NOT = 'C' AND
                    WS-ENT-OPCAO NOT = 'A' AND
                    WS-ENT-OPCAO NOT = 'D' AND
                    WS-ENT-OPCAO NOT = 'L' AND
                    WS-ENT-OPCAO NOT = 'P' AND
                    WS-ENT-OPCAO NOT = 'B' AND
                    WS-ENT-OPCAO NOT = 'Q' AND
                    WS-ENT-OPCAO NOT = 'R' AND
                    WS-ENT-OPCAO NOT = 'M'
                   MOVE 'OPCAO INEXISTENTE NO MENU DO CDCLIE'
                     TO WS-MSG-CRITICA
               WHEN WS-ENT-TIPO = 'P'
                   PERFORM 2112-CRITICA-PERFIL
               WHEN OTHER
                   PERFORM 2113-CRITICA-OPERADOR
           END-EVALUATE.

       2111-PROCURA-PROGRAMA.
           IF TP-PROGRAMA (WS-IX) = WS-ENT-PROGRAMA
               MOVE 'S' TO WS-PROG-ACHADO
           END-IF.

       2112-CRITICA-PERFIL.
           EVALUATE TRUE
               WHEN WS-ENT-SUJEITO = 'A'
                   MOVE 'ADMINISTRADOR JA TEM TODOS OS DIREITOS'
                     TO WS-MSG-CRITICA
               WHEN WS-ENT-SUJEITO NOT = 'O' AND
                    WS-ENT-SUJEITO NOT = 'C'
                   MOVE 'PERFIL DEVE SER O OU C' TO WS-MSG-CRITICA
               WHEN WS-OPER-CODIGO NOT = ZEROS AND
                    WS-ENT-SUJEITO = WS-OPER-PERFIL
                   MOVE 'DIREITOS DO PROPRIO PERFIL NAO SE ALTERAM'
                     TO WS-MSG-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2113-CRITICA-OPERADOR.
           IF WS-ENT-SUJEITO = SPACES OR
              FUNCTION TEST-NUMVAL (WS-ENT-SUJEITO) NOT = 0
               MOVE 'CODIGO DO OPERADOR INVALIDO' TO WS-MSG-CRITICA
           ELSE
               MOVE FUNCTION NUMVAL (WS-ENT-SUJEITO) TO WS-SUJ-CODIGO
               EVALUATE TRUE
                   WHEN WS-OPER-CODIGO NOT = ZEROS AND
                        WS-SUJ-CODIGO = WS-OPER-CODIGO
                       MOVE 'DIREITOS PROPRIOS NAO SE ALTERAM'
                         TO WS-MSG-CRITICA
                   WHEN WS-FS-CADUSER NOT = 0
                       MOVE 'CADUSER INDISPONIVEL - GRAVACAO RECUSADA'
                         TO WS-MSG-CRITICA
                   WHEN OTHER
                       MOVE WS-SUJ-CODIGO TO FD-CD-USER
                       READ CADUSER
                           INVALID KEY
                               MOVE 'OPERADOR NAO CADASTRADO NO CADUSER'
                                 TO WS-MSG-CRITICA
                           NOT INVALID KEY
                               IF PERFIL-ADMIN
                                   MOVE
           'ADMINISTRADOR JA TEM TODOS OS DIREITOS'
                                     TO WS-MSG-CRITICA
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

      * operador entra na chave com os seis digitos do codigo, perfil
      * com a letra seguida de brancos, como o CDDIREIT procura
       2120-MONTA-CHAVE.
           MOVE WS-ENT-TIPO TO DI-TIPO.
           IF WS-ENT-TIPO = 'O'
               MOVE WS-SUJ-CODIGO TO DI-SUJEITO
           ELSE
               MOVE WS-ENT-SUJEITO (1:1) TO DI-SUJEITO
           END-IF.
           MOVE WS-ENT-PROGRAMA TO DI-PROGRAMA.
           MOVE WS-ENT-OPCAO    TO DI-OPCAO.

       2130-INCLUI-DIREITO.
           MOVE WS-ENT-PERMITE TO DI-PERMITE.
           MOVE WS-OPER-CODIGO TO DI-OPER-CADASTRO.
           MOVE WS-DT-ATUAL    TO DI-DT-CADASTRO.
           WRITE REG-DIREITO
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR DIREITO - STATUS '
                       WS-FS-CADDIREI
               NOT INVALID KEY
                   MOVE SPACE TO WS-VALOR-ANTERIOR
                   MOVE 'DIREITO INCLUIDO' TO WS-AUD-TEXTO
                   PERFORM 3000-REGISTRA-AUDITORIA
                   DISPLAY 'DIREITO INCLUIDO - VALE A PARTIR DA '
                       'PROXIMA ENTRADA DO OPERADOR'
           END-WRITE.

       2140-ALTERA-DIREITO.
           IF DI-PERMITE = WS-ENT-PERMITE
               DISPLAY 'DIREITO JA CADASTRADO COM ESTE VALOR'
           ELSE
               MOVE DI-PERMITE     TO WS-VALOR-ANTERIOR
               MOVE WS-ENT-PERMITE TO DI-PERMITE
               MOVE WS-OPER-CODIGO TO DI-OPER-CADASTRO
               MOVE WS-DT-ATUAL    TO DI-DT-CADASTRO
               REWRITE REG-DIREITO
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR DIREITO'
                   NOT INVALID KEY
                       MOVE 'DIREITO ALTERADO' TO WS-AUD-TEXTO
                       PERFORM 3000-REGISTRA-AUDITORIA
                       DISPLAY 'DIREITO ALTERADO - VALE A PARTIR DA '
                           'PROXIMA ENTRADA DO OPERADOR'
               END-REWRITE
           END-IF.

      * a linha excluida faz o operador cair na linha do perfil (ou
      * na do programa inteiro); o historico fica no CADAUD
       2200-EXCLUIR.
           PERFORM 2050-LE-CHAVE.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               PERFORM 2120-MONTA-CHAVE
               READ CADDIREI
                   INVALID KEY
                       DISPLAY 'DIREITO NAO CADASTRADO'
                   NOT INVALID KEY
                       PERFORM 2210-GRAVA-EXCLUSAO
               END-READ
           END-IF.

       2210-GRAVA-EXCLUSAO.
           MOVE DI-PERMITE TO WS-VALOR-ANTERIOR.
           DELETE CADDIREI RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR DIREITO'
               NOT INVALID KEY
                   MOVE 'DIREITO EXCLUIDO' TO WS-AUD-TEXTO
                   MOVE SPACE TO DI-PERMITE
                   PERFORM 3000-REGISTRA-AUDITORIA
                   DISPLAY 'DIREITO EXCLUIDO - VALE A PARTIR DA '
                       'PROXIMA ENTRADA DO OPERADOR'
           END-DELETE.

       2300-LISTAR.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-DIREI.
           MOVE LOW-VALUES TO DI-CHAVE.
           START CADDIREI KEY IS GREATER THAN OR EQUAL TO DI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DIREI
           END-START.
           DISPLAY 'T SUJEITO PROGRAMA   OP P GRAVADO POR EM'.
           PERFORM 2310-LISTA-LINHA UNTIL FIM-CADDIREI.
           DISPLAY 'TOTAL DE DIREITOS: ' WS-TOT-LISTADOS.

       2310-LISTA-LINHA.
           READ CADDIREI NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DIREI
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   DISPLAY DI-TIPO ' ' DI-SUJEITO '  ' DI-PROGRAMA ' '
                       DI-OPCAO '  ' DI-PERMITE ' ' DI-OPER-CADASTRO
                       '     ' DI-DT-CADASTRO
           END-READ.

      * a acao '6' marca mudanca na tabela de direitos: o usuario
      * auditado e o operador dono da linha (zeros para perfil), o
      * nome leva a linha e o email o valor anterior
       3000-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           IF DIREITO-OPERADOR
               MOVE WS-SUJ-CODIGO TO AU-CD-USER
           ELSE
               MOVE ZEROS         TO AU-CD-USER
           END-IF.
           MOVE '6'               TO AU-ACAO.
           MOVE SPACES            TO AU-NM.
           STRING FUNCTION TRIM (WS-AUD-TEXTO) ' - ' DI-TIPO ' '
               DI-SUJEITO ' ' DI-PROGRAMA ' OPCAO ' DI-OPCAO
               ' PERMITE ' DI-PERMITE
               DELIMITED BY SIZE INTO AU-NM.
           MOVE SPACES            TO AU-EMAIL.
           IF WS-VALOR-ANTERIOR NOT = SPACE
               STRING 'VALOR ANTERIOR ' WS-VALOR-ANTERIOR
                   DELIMITED BY SIZE INTO AU-EMAIL
           END-IF.
           MOVE WS-OPER-CODIGO    TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           CLOSE CADDIREI.
           CLOSE CADAUD.

       END PROGRAM CDDIRMNT.
