      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:BLOQUEIO LEGAL - o juridico pede a retencao do registro
      *         de um usuario envolvido em processo e o administrador
      *         inclui aqui o bloqueio no cadastro indexado CADBLQLG
      *         (layout no copybook REGBLQLG): codigo do usuario,
      *         numero do processo, quem incluiu e quando. Enquanto o
      *         bloqueio estiver ativo o CDARQUIVA, o CDLGPD, o
      *         CDLIMPEZA, o CDMERGE e o CDHRBAIXA deixam o usuario de
      *         lado (subprograma CDBLQCHK). A liberacao nao apaga a
      *         linha: marca quem liberou e quando. Inclusao e
      *         liberacao ficam no CADAUD com as acoes '8' e '9'. So
      *         entra administrador identificado pelo CDLOGON e agindo
      *         em nome proprio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBLQMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBLQLG ASSIGN TO
           "CADBLQLG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-CHAVE
           FILE STATUS IS WS-FS-CADBLQLG.

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
       FD CADBLQLG.
           COPY REGBLQLG.

       FD CADUSER.
           COPY REGUSER.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADBLQLG                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-BLQLG                   PIC X VALUE 'N'.
        88 FIM-CADBLQLG                  VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ATIVOS                  PIC 9(04) VALUE ZEROS.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

      * campos digitados na inclusao e na liberacao
       77 WS-BLQ-USER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-BLQ-CD-USER                 PIC 9(08) VALUE ZEROS.
       77 WS-BLQ-PROCESSO                PIC X(20) VALUE SPACES.
       77 WS-BLQ-OBSERVACAO              PIC X(40) VALUE SPACES.
       77 WS-MSG-CRITICA                 PIC X(50) VALUE SPACES.
       77 WS-AUD-ACAO                    PIC X(01) VALUE SPACE.
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
      * proprio, inclui ou libera bloqueio legal
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
               DISPLAY 'BLOQUEIO LEGAL RESTRITO AO ADMINISTRADOR - '
                   'FACA O LOGON PELO CDLOGON'
               MOVE 'F' TO WS-OPCAO
           ELSE
               IF WS-OPER-DELEGANTE NOT = SPACES
                   DISPLAY 'PERFIL RECEBIDO POR DELEGACAO NAO MANTEM '
                       'BLOQUEIO LEGAL'
                   MOVE 'F' TO WS-OPCAO
               END-IF
           END-IF.

           IF WS-OPCAO NOT = 'F'
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               OPEN I-O CADBLQLG
               IF WS-FS-CADBLQLG = 35
                   OPEN OUTPUT CADBLQLG
                   CLOSE CADBLQLG
                   OPEN I-O CADBLQLG
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
           DISPLAY '        BLOQUEIO LEGAL (CADBLQLG)'.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR BLOQUEIO'.
           DISPLAY '<L> LIBERAR BLOQUEIO'.
           DISPLAY '<C> CONSULTAR BLOQUEIOS'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'L'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-LIBERAR
                   END-IF
               WHEN 'C'
                   PERFORM 2300-CONSULTAR
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
           DISPLAY 'CODIGO DO USUARIO: '.
           MOVE SPACES TO WS-BLQ-USER-TEXTO.
           ACCEPT WS-BLQ-USER-TEXTO.
           DISPLAY 'NUMERO DO PROCESSO: '.
           MOVE SPACES TO WS-BLQ-PROCESSO.
           ACCEPT WS-BLQ-PROCESSO.
           MOVE FUNCTION UPPER-CASE (WS-BLQ-PROCESSO)
             TO WS-BLQ-PROCESSO.
           MOVE ZEROS TO WS-BLQ-CD-USER.
           IF WS-BLQ-USER-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-BLQ-USER-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-BLQ-USER-TEXTO)
                 TO WS-BLQ-CD-USER
           END-IF.

       2100-INCLUIR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           PERFORM 2050-LE-CHAVE.
           PERFORM 2110-CRITICA-INCLUSAO.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               DISPLAY 'OBSERVACAO: '
               MOVE SPACES TO WS-BLQ-OBSERVACAO
               ACCEPT WS-BLQ-OBSERVACAO
               MOVE WS-BLQ-CD-USER    TO BL-CD-USER
               MOVE WS-BLQ-PROCESSO   TO BL-PROCESSO
               READ CADBLQLG
                   INVALID KEY
                       PERFORM 2120-GRAVA-INCLUSAO
                   NOT INVALID KEY
                       PERFORM 2130-REATIVA-BLOQUEIO
               END-READ
           END-IF.

      * o usuario precisa existir no CADUSER; o processo e obrigatorio
       2110-CRITICA-INCLUSAO.
           MOVE SPACES TO WS-MSG-CRITICA.
           EVALUATE TRUE
               WHEN WS-BLQ-CD-USER = ZEROS OR WS-BLQ-PROCESSO = SPACES
                   MOVE 'USUARIO E PROCESSO SAO OBRIGATORIOS'
                     TO WS-MSG-CRITICA
               WHEN WS-FS-CADUSER NOT = 0
                   MOVE 'CADUSER INDISPONIVEL - INCLUSAO RECUSADA'
                     TO WS-MSG-CRITICA
               WHEN OTHER
                   MOVE WS-BLQ-CD-USER TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           MOVE 'USUARIO NAO CADASTRADO NO CADUSER'
                             TO WS-MSG-CRITICA
                   END-READ
           END-EVALUATE.

       2120-GRAVA-INCLUSAO.
           MOVE WS-BLQ-CD-USER    TO BL-CD-USER.
           MOVE WS-BLQ-PROCESSO   TO BL-PROCESSO.
           MOVE 'A'               TO BL-SITUACAO.
           MOVE WS-OPER-CODIGO    TO BL-OPER-INCLUSAO.
           MOVE WS-DT-ATUAL       TO BL-DT-INCLUSAO.
           MOVE ZEROS             TO BL-OPER-LIBERACAO BL-DT-LIBERACAO.
           MOVE WS-BLQ-OBSERVACAO TO BL-OBSERVACAO.
           WRITE REG-BLOQLEGAL
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR BLOQUEIO'
               NOT INVALID KEY
                   MOVE '8' TO WS-AUD-ACAO
                   MOVE 'BLOQUEIO LEGAL INCLUIDO' TO WS-AUD-TEXTO
                   PERFORM 3000-REGISTRA-AUDITORIA
                   DISPLAY 'BLOQUEIO INCLUIDO - USUARIO RETIDO'
           END-WRITE.

      * o mesmo processo liberado antes volta a valer com nova data
       2130-REATIVA-BLOQUEIO.
           IF BLOQUEIO-ATIVO
               DISPLAY 'BLOQUEIO JA ATIVO PARA ESTE PROCESSO'
           ELSE
               MOVE 'A'               TO BL-SITUACAO
               MOVE WS-OPER-CODIGO    TO BL-OPER-INCLUSAO
               MOVE WS-DT-ATUAL       TO BL-DT-INCLUSAO
               MOVE ZEROS             TO BL-OPER-LIBERACAO
                                         BL-DT-LIBERACAO
               MOVE WS-BLQ-OBSERVACAO TO BL-OBSERVACAO
               REWRITE REG-BLOQLEGAL
                   INVALID KEY
                       DISPLAY 'ERRO AO REATIVAR BLOQUEIO'
                   NOT INVALID KEY
                       MOVE '8' TO WS-AUD-ACAO
                       MOVE 'BLOQUEIO LEGAL REATIVADO'
                         TO WS-AUD-TEXTO
                       PERFORM 3000-REGISTRA-AUDITORIA
                       DISPLAY 'BLOQUEIO REATIVADO - USUARIO RETIDO'
               END-REWRITE
           END-IF.

      * a liberacao so marca a linha; o historico de quem incluiu e
      * quem liberou continua no cadastro e no CADAUD
       2200-LIBERAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           PERFORM 2050-LE-CHAVE.
           IF WS-BLQ-CD-USER = ZEROS OR WS-BLQ-PROCESSO = SPACES
               DISPLAY 'INFORME O USUARIO E O PROCESSO'
           ELSE
               MOVE WS-BLQ-CD-USER  TO BL-CD-USER
               MOVE WS-BLQ-PROCESSO TO BL-PROCESSO
               READ CADBLQLG
                   INVALID KEY
                       DISPLAY 'BLOQUEIO NAO CADASTRADO'
                   NOT INVALID KEY
                       PERFORM 2210-GRAVA-LIBERACAO
               END-READ
           END-IF.

       2210-GRAVA-LIBERACAO.
           IF BLOQUEIO-LIBERADO
               DISPLAY 'BLOQUEIO JA LIBERADO EM ' BL-DT-LIBERACAO
           ELSE
               MOVE 'L'            TO BL-SITUACAO
               MOVE WS-OPER-CODIGO TO BL-OPER-LIBERACAO
               MOVE WS-DT-ATUAL    TO BL-DT-LIBERACAO
               REWRITE REG-BLOQLEGAL
                   INVALID KEY
                       DISPLAY 'ERRO AO LIBERAR BLOQUEIO'
                   NOT INVALID KEY
                       MOVE '9' TO WS-AUD-ACAO
                       MOVE 'BLOQUEIO LEGAL LIBERADO' TO WS-AUD-TEXTO
                       PERFORM 3000-REGISTRA-AUDITORIA
                       DISPLAY 'BLOQUEIO LIBERADO'
               END-REWRITE
           END-IF.

       2300-CONSULTAR.
           MOVE 0 TO WS-TOT-LISTADOS WS-TOT-ATIVOS.
           MOVE 'N' TO WS-EOF-BLQLG.
           MOVE LOW-VALUES TO BL-CHAVE.
           START CADBLQLG KEY IS GREATER THAN OR EQUAL TO BL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-BLQLG
           END-START.
           DISPLAY 'USUARIO PROCESSO             S INCLUIDO         '
               'LIBERADO'.
           PERFORM 2310-LISTA-LINHA UNTIL FIM-CADBLQLG.
           DISPLAY 'TOTAL DE BLOQUEIOS: ' WS-TOT-LISTADOS
               ' ATIVOS: ' WS-TOT-ATIVOS.

       2310-LISTA-LINHA.
           READ CADBLQLG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-BLQLG
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   IF BLOQUEIO-ATIVO
                       ADD 1 TO WS-TOT-ATIVOS
                   END-IF
                   DISPLAY BL-CD-USER '  ' BL-PROCESSO ' '
                       BL-SITUACAO ' ' BL-OPER-INCLUSAO ' '
                       BL-DT-INCLUSAO ' ' BL-OPER-LIBERACAO ' '
                       BL-DT-LIBERACAO
                   IF BL-OBSERVACAO NOT = SPACES
                       DISPLAY '        ' FUNCTION TRIM (BL-OBSERVACAO)
                   END-IF
           END-READ.

      * acao '8' inclusao (ou reativacao) e '9' liberacao; o usuario
      * auditado e o retido e o processo vai no texto
       3000-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE BL-CD-USER     TO AU-CD-USER.
           MOVE WS-AUD-ACAO    TO AU-ACAO.
           MOVE SPACES         TO AU-NM.
           STRING FUNCTION TRIM (WS-AUD-TEXTO) ' - PROCESSO '
               FUNCTION TRIM (BL-PROCESSO)
               DELIMITED BY SIZE INTO AU-NM.
           MOVE BL-OBSERVACAO  TO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE SPACES         TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           CLOSE CADBLQLG.
           CLOSE CADAUD.

       END PROGRAM CDBLQMNT.
