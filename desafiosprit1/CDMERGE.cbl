      *         regravacao para email/telefone/CPF herdados nao
      *         baterem na chave alternada.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - auditoria carimba em AU-DELEGANTE o delegante
      *                     publicado pelo CDLOGON em OPERADOR_DELEGANTE
      *                     quando o operador age por delegacao.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - fusao recusada quando o sobrevivente ou o
      *                     perdedor tem bloqueio legal ativo
      *                     (CDBLQCHK): o codigo sai como RETIDO POR
      *                     BLOQUEIO LEGAL e nada e alterado.
      *   15/10/2026 CAN - nome social do perdedor vai para o CADHIST;
      *                     REG-HIST ampliado para 550.
      *   15/10/2026 CAN - telefone de 13 digitos (prefixo de 5)
      *                     escolhido junto com o tipo C celular / F
      *                     fixo e arquivado com ele no CADHIST.
      *   15/10/2026 CAN - par conferido pela forma de pesquisa do nome
      *                     (CDNORNOM): diferenca so de acento ou
      *                     maiusculas nao e apontada como nome
      *                     diferente.
      *   15/10/2026 CAN - email do perdedor escolhido na fusao entra
      *                     com a situacao valida e sem devolucoes.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      *   15/10/2026 CAN - perdedor removido passa pelo CDESCREF:
      *                     autorizacoes de notas (CADAUTNT) e regencias
      *                     (CADTURMA) dele vao para a lista de
      *                     reatribuicao CADREATR com o sobrevivente
      *                     sugerido e a coordenacao recebe o evento
      *                     REATRIB na NOTIFQ.
      *   15/10/2026 CAN - modo lote (MERGE_MODO=L): pares
      *                     SOBREVIVENTE;PERDEDOR do arquivo MERGELOTE
      *                     fundidos sem perguntas, sobrevivente
      *                     mantendo os seus campos e par de nomes
      *                     diferentes recusado; ponto de controle no
      *                     CADREINI pelo CDREINI a cada
      *                     REINICIO_INTERVALO linhas e retomada da
      *                     linha seguinte ao ponto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMERGE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

           SELECT MERGELOTE ASSIGN TO
           "MERGELOTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MERGELOTE.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

           COPY REGPEND.

       FD CADHIST.
       01 REG-HIST                        PIC X(550).

       FD CADAUD.
           COPY REGAUD.

       FD NOTIFQ.
           COPY REGNOTIF.

       FD MERGELOTE.
       01 REG-MERGELOTE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDMERGE'.
       77 WS-FS-CADSEN                   PIC 99.
       77 WS-FS-CADPEND                  PIC 99.
       77 WS-FS-CADHIST                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-FS-MERGELOTE                PIC 99.
       77 WS-EOF-LOTE                    PIC X VALUE 'N'.
        88 FIM-MERGELOTE                 VALUE 'S'.

      * MERGE_MODO=L: pares SOBREVIVENTE;PERDEDOR do arquivo MERGELOTE
      * fundidos sem perguntas, o sobrevivente mantendo todos os seus
      * campos; par com nomes diferentes e recusado
       77 WS-MODO                        PIC X(01) VALUE SPACE.
        88 MODO-LOTE                     VALUE 'L'.
       01 WS-PARTES-PAR.
           03 WS-LP-SOBREVIVE            PIC X(10).
           03 WS-LP-PERDE                PIC X(10).
       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FUNDIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RECUSADOS               PIC 9(06) VALUE ZEROS.

      * ponto de controle do lote no CADREINI (CDREINI) a cada
      * RI-INTERVALO linhas; o lote que cai no meio retoma da linha
      * seguinte ao ultimo ponto
       77 WS-REINI-FUNCAO                PIC X(01) VALUE SPACE.
       77 WS-REINI-IX                    PIC 9(08) VALUE ZEROS.
       77 WS-REINI-RETOMADO              PIC 9(08) VALUE ZEROS.
           COPY REGREINI.

      * referencias do perdedor no CADAUTNT / CADTURMA (CDESCREF)
       77 WS-REF-ORIGEM                  PIC X(10) VALUE 'CDMERGE'.
       77 WS-REF-QTD                     PIC 9(04) VALUE ZEROS.
       77 WS-REF-EMAIL-COORD             PIC X(100) VALUE SPACES.

       77 WS-CD-SOBREVIVE                PIC 9(08) VALUE ZEROS.
       77 WS-CD-PERDE                    PIC 9(08) VALUE ZEROS.
       77 WS-PAR-OK                      PIC X VALUE 'N'.
       77 WS-ESCOLHA                     PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.

      * bloqueio legal dos dois codigos (CDBLQCHK)
       77 WS-BLQ-RETORNO                 PIC X(01) VALUE SPACE.
        88 USUARIO-RETIDO                VALUE 'S'.
       77 WS-BLQ-PROCESSO                PIC X(20) VALUE SPACES.
       77 WS-PAR-RETIDO                  PIC X VALUE 'N'.

      * espelho do registro perdedor, lido antes do sobrevivente
       01 WS-PERDEDOR.
           03 WP-NM                      PIC X(100).
           03 WP-EMAIL                   PIC X(100).
           03 WP-PHONE                   PIC 9(13).
           03 WP-PHONE-TIPO              PIC X(01).
           03 WP-PASSWORD                PIC X(8).
           03 WP-NM-PRIMEIRO             PIC X(20).
           03 WP-NM-MEIO                 PIC X(20).
           03 WP-ENDERECO                PIC X(80).
           03 WP-CPF                     PIC 9(11).
           03 WP-DEPTO                   PIC X(04).
           03 WP-NM-SOCIAL               PIC X(100).

      * escolhas feitas campo a campo antes de mexer nos arquivos
       01 WS-ESCOLHIDO.
           03 WE-NM                      PIC X(100).
           03 WE-EMAIL                   PIC X(100).
           03 WE-PHONE                   PIC 9(13).
           03 WE-PHONE-TIPO              PIC X(01).
           03 WE-ENDERECO                PIC X(80).
           03 WE-CPF                     PIC 9(11).
           03 WE-PERFIL                  PIC X(01).
           03 WE-DEPTO                   PIC X(04).

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.
      * forma de pesquisa (CDNORNOM) dos nomes do par, para conferir se
      * sao o mesmo nome escrito com ou sem acento / maiusculas
       77 WS-NM-NORM-SOBREVIVE           PIC X(100) VALUE SPACES.
       77 WS-NM-NORM-PERDE               PIC X(100) VALUE SPACES.

           COPY REGHIST.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           ACCEPT WS-MODO FROM ENVIRONMENT "MERGE_MODO".
           IF MODO-LOTE
               PERFORM 5000-FUSAO-EM-LOTE
           ELSE
               PERFORM 1000-INICIAR
               IF WS-PAR-OK = 'S'
                   PERFORM 1900-CONFERE-NOMES
                   PERFORM 2000-ESCOLHE-CAMPOS
                   DISPLAY 'CONFIRMA A FUSAO (O PERDEDOR SERA '
                       'ARQUIVADO E REMOVIDO) S/N? '
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM 3000-EXECUTA-FUSAO
                   ELSE
                       DISPLAY 'FUSAO CANCELADA - NADA FOI ALTERADO'
                   END-IF
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           PERFORM 1010-LE-AMBIENTE.

           DISPLAY '============================================='.
           DISPLAY '   FUSAO DE CADASTROS DUPLICADOS'.
               DISPLAY 'PAR DE CODIGOS INVALIDO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1050-CONFERE-BLOQUEIO
               IF WS-PAR-RETIDO NOT = 'S'
                   OPEN I-O CADUSER
                   IF WS-FS-CADUSER NOT = 0
                       DISPLAY 'CADUSER NAO ABRIU - STATUS '
                           WS-FS-CADUSER
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 1100-LE-OS-DOIS
                   END-IF
               END-IF
           END-IF.

       1010-LE-AMBIENTE.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.

      * usuario sob bloqueio legal nao entra em fusao, nem como
      * sobrevivente nem como perdedor
       1050-CONFERE-BLOQUEIO.
           MOVE 'N' TO WS-PAR-RETIDO.
           CALL 'CDBLQCHK' USING WS-CD-SOBREVIVE WS-BLQ-RETORNO
               WS-BLQ-PROCESSO.
           IF USUARIO-RETIDO
               DISPLAY 'RETIDO POR BLOQUEIO LEGAL: ' WS-CD-SOBREVIVE
               MOVE 'S' TO WS-PAR-RETIDO
           END-IF.
           CALL 'CDBLQCHK' USING WS-CD-PERDE WS-BLQ-RETORNO
               WS-BLQ-PROCESSO.
           IF USUARIO-RETIDO
               DISPLAY 'RETIDO POR BLOQUEIO LEGAL: ' WS-CD-PERDE
               MOVE 'S' TO WS-PAR-RETIDO
           END-IF.
           IF WS-PAR-RETIDO = 'S'
               DISPLAY 'FUSAO RECUSADA - NADA FOI ALTERADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-LE-OS-DOIS.
           MOVE WS-CD-PERDE TO FD-CD-USER.
           READ CADUSER
                   MOVE FD-NM          TO WP-NM
                   MOVE FD-EMAIL       TO WP-EMAIL
                   MOVE FD-PHONE       TO WP-PHONE
                   MOVE FD-PHONE-TIPO  TO WP-PHONE-TIPO
                   MOVE FD-PASSWORD    TO WP-PASSWORD
                   MOVE FD-NM-PRIMEIRO TO WP-NM-PRIMEIRO
                   MOVE FD-NM-MEIO     TO WP-NM-MEIO
                   MOVE FD-ENDERECO    TO WP-ENDERECO
                   MOVE FD-CPF         TO WP-CPF
                   MOVE FD-DEPTO       TO WP-DEPTO
                   MOVE FD-NM-SOCIAL   TO WP-NM-SOCIAL
                   MOVE WS-CD-SOBREVIVE TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                   END-READ
           END-READ.

      * o par so e o mesmo nome se bater na forma de pesquisa; acento
      * e maiuscula nao contam como diferenca
       1900-CONFERE-NOMES.
           CALL 'CDNORNOM' USING FD-NM WS-NM-NORM-SOBREVIVE.
           CALL 'CDNORNOM' USING WP-NM WS-NM-NORM-PERDE.
           IF WS-NM-NORM-SOBREVIVE = WS-NM-NORM-PERDE
               IF FD-NM NOT = WP-NM
                   DISPLAY 'MESMO NOME - DIFERENCA SO DE ACENTO OU '
                       'MAIUSCULAS'
               END-IF
           ELSE
               DISPLAY 'ATENCAO: OS NOMES DO PAR SAO DIFERENTES - '
                   'CONFIRA ANTES DE FUNDIR'
           END-IF.

      * campo a campo: S mantem o valor do sobrevivente (tambem e o
      * padrao), P herda o valor do perdedor
       2000-ESCOLHE-CAMPOS.
               MOVE FD-EMAIL TO WE-EMAIL
           END-IF.

           DISPLAY 'FONE  S: +' FD-PHONE ' ' FD-PHONE-TIPO.
           DISPLAY '      P: +' WP-PHONE ' ' WP-PHONE-TIPO.
           PERFORM 2900-PEDE-ESCOLHA.
           IF WS-ESCOLHA = 'P'
               MOVE WP-PHONE TO WE-PHONE
               MOVE WP-PHONE-TIPO TO WE-PHONE-TIPO
           ELSE
               MOVE FD-PHONE TO WE-PHONE
               MOVE FD-PHONE-TIPO TO WE-PHONE-TIPO
           END-IF.

           DISPLAY 'ENDER S: ' FUNCTION TRIM (FD-ENDERECO).
           MOVE WP-EMAIL       TO WH-EMAIL.
           MOVE WP-DT-SENHA    TO WH-DT-SENHA.
           MOVE WP-PHONE       TO WH-PHONE.
           MOVE WP-PHONE-TIPO  TO WH-PHONE-TIPO.
           MOVE WP-PASSWORD    TO WH-PASSWORD.
           MOVE WP-NM-PRIMEIRO TO WH-NM-PRIMEIRO.
           MOVE WP-NM-MEIO     TO WH-NM-MEIO.
           MOVE WP-CPF         TO WH-CPF.
           MOVE WP-ENDERECO    TO WH-ENDERECO.
           MOVE WP-DEPTO       TO WH-DEPTO.
           MOVE WP-NM-SOCIAL   TO WH-NM-SOCIAL.
           MOVE WS-REG-HIST-SAIDA TO REG-HIST.
           WRITE REG-HIST.
           CLOSE CADHIST.
               NOT INVALID KEY
                   DISPLAY 'PERDEDOR ARQUIVADO E REMOVIDO: '
                       WS-CD-PERDE
                   MOVE 'E' TO WS-JRN-OPERACAO
                   PERFORM 3390-GRAVA-JORNAL
                   PERFORM 3250-REFERENCIAS-ESCOLA
           END-DELETE.

           OPEN I-O CADSEN.
               CLOSE CADPEND
           END-IF.

      * turmas e autorizacoes de notas do perdedor vao para a lista de
      * reatribuicao com o sobrevivente sugerido; a coordenacao e
      * avisada pela NOTIFQ
       3250-REFERENCIAS-ESCOLA.
           CALL 'CDESCREF' USING WS-CD-PERDE WS-REF-ORIGEM
               WS-CD-SOBREVIVE WS-REF-QTD WS-REF-EMAIL-COORD.
           IF WS-REF-QTD > ZEROS
               DISPLAY 'TURMAS/NOTAS A REATRIBUIR: ' WS-REF-QTD
               IF WS-REF-EMAIL-COORD = SPACES
                   DISPLAY 'SEM ESCOLA_COORD_EMAIL - COORDENACAO NAO '
                       'AVISADA'
               ELSE
                   OPEN EXTEND NOTIFQ
                   IF WS-FS-NOTIFQ = 35
                       OPEN OUTPUT NOTIFQ
                       CLOSE NOTIFQ
                       OPEN EXTEND NOTIFQ
                   END-IF
                   ACCEPT NQ-DATA FROM DATE YYYYMMDD
                   ACCEPT NQ-HORA FROM TIME
                   MOVE 'REATRIB'          TO NQ-EVENTO
                   MOVE WS-CD-PERDE        TO NQ-CD-USER
                   MOVE WS-REF-EMAIL-COORD TO NQ-EMAIL
                   MOVE 'TPLREATR'         TO NQ-TEMPLATE
                   MOVE WS-REF-QTD         TO NQ-PARAMETRO
                   MOVE 'COORDENACAO'      TO NQ-TRATAMENTO
                   WRITE REG-NOTIFICACAO
                   CLOSE NOTIFQ
               END-IF
           END-IF.

       3300-REGRAVA-SOBREVIVENTE.
           MOVE WS-CD-SOBREVIVE TO FD-CD-USER.
           READ CADUSER
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WE-NM       TO FD-NM
                   IF WE-EMAIL NOT = FD-EMAIL
                       MOVE SPACE TO FD-EMAIL-SITUACAO
                       MOVE ZEROS TO FD-DT-EMAIL-DEVOLVIDO
                       MOVE ZEROS TO FD-QTD-EMAIL-SOFT
                   END-IF
                   MOVE WE-EMAIL    TO FD-EMAIL
                   MOVE WE-PHONE    TO FD-PHONE
                   MOVE WE-PHONE-TIPO TO FD-PHONE-TIPO
                   MOVE WE-ENDERECO TO FD-ENDERECO
                   MOVE WE-CPF      TO FD-CPF
                   MOVE WE-PERFIL   TO FD-PERFIL
                               ' - STATUS ' WS-FS-CADUSER
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'A' TO WS-JRN-OPERACAO
                           PERFORM 3390-GRAVA-JORNAL
                           PERFORM 3400-AUDITA-FUSAO
                           DISPLAY 'FUSAO CONCLUIDA: ' WS-CD-SOBREVIVE
                               ' ABSORVEU ' WS-CD-PERDE
                   END-REWRITE
           END-READ.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       3390-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

      * duas linhas 'J' no CADAUD: uma para cada codigo envolvido,
      * com o outro codigo citado no texto para a investigacao
       3400-AUDITA-FUSAO.
               DELIMITED BY SIZE INTO AU-NM.
           MOVE WE-EMAIL        TO AU-EMAIL.
           MOVE WS-OPER-CODIGO  TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
           MOVE WS-CD-PERDE     TO AU-CD-USER.
           MOVE SPACES          TO AU-NM.
           STRING 'FUSAO - ABSORVIDO PELO CODIGO ' WS-CD-SOBREVIVE
               DELIMITED BY SIZE INTO AU-NM.
           MOVE WP-EMAIL        TO AU-EMAIL.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE CADAUD.

      *================= FUSAO EM LOTE =================================
       5000-FUSAO-EM-LOTE.
           PERFORM 1010-LE-AMBIENTE.
           DISPLAY '============================================='.
           DISPLAY '   FUSAO DE CADASTROS DUPLICADOS - LOTE'.
           DISPLAY '============================================='.
           INITIALIZE REG-REINICIO.
           OPEN INPUT MERGELOTE.
           IF WS-FS-MERGELOTE NOT = 0
               DISPLAY 'ARQUIVO DE PARES NAO ENCONTRADO: MERGELOTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O CADUSER
               IF WS-FS-CADUSER NOT = 0
                   DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5100-CONFERE-REINICIO
                   PERFORM 5200-LE-PAR UNTIL FIM-MERGELOTE
                   PERFORM 5900-RODAPE
                   MOVE 'C' TO WS-REINI-FUNCAO
                   CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO
                   MOVE 0 TO RETURN-CODE
                   IF WS-TOT-RECUSADOS > ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE MERGELOTE
           END-IF.

      * a primeira linha util do MERGELOTE identifica o lote: ponto de
      * outro arquivo de pares nao e retomado
       5100-CONFERE-REINICIO.
           MOVE 'CDMERGE' TO RI-PROGRAMA.
           MOVE ZEROS TO WS-REINI-RETOMADO.
           PERFORM 5110-LE-IDENTIFICACAO
               UNTIL RI-IDENTIFICA NOT = SPACES OR FIM-MERGELOTE.
           CLOSE MERGELOTE.
           OPEN INPUT MERGELOTE.
           MOVE 'N' TO WS-EOF-LOTE.
           MOVE 'L' TO WS-REINI-FUNCAO.
           CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO.
           IF REINI-EM-ANDAMENTO
               PERFORM 5120-PULA-PROCESSADA
                   VARYING WS-REINI-IX FROM 1 BY 1
                   UNTIL WS-REINI-IX > RI-REGISTRO OR FIM-MERGELOTE
               MOVE RI-CONTADOR (1) TO WS-TOT-LIDOS
               MOVE RI-CONTADOR (2) TO WS-TOT-FUNDIDOS
               MOVE RI-CONTADOR (3) TO WS-TOT-RECUSADOS
               ADD 1 RI-REGISTRO GIVING WS-REINI-RETOMADO
           END-IF.

       5110-LE-IDENTIFICACAO.
           READ MERGELOTE
               AT END
                   MOVE 'S' TO WS-EOF-LOTE
               NOT AT END
                   IF REG-MERGELOTE NOT = SPACES
                       MOVE REG-MERGELOTE (1:40) TO RI-IDENTIFICA
                   END-IF
           END-READ.

       5120-PULA-PROCESSADA.
           READ MERGELOTE
               AT END
                   MOVE 'S' TO WS-EOF-LOTE
           END-READ.

      * linha em branco ou de titulos (sem codigo numerico) e pulada
       5200-LE-PAR.
           READ MERGELOTE
               AT END
                   MOVE 'S' TO WS-EOF-LOTE
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   IF REG-MERGELOTE = SPACES OR
                      REG-MERGELOTE (1:1) IS NOT NUMERIC
                       CONTINUE
                   ELSE
                       PERFORM 5300-FUNDE-PAR
                   END-IF
                   IF FUNCTION MOD (WS-TOT-LIDOS, RI-INTERVALO) = 0
                       PERFORM 5250-GRAVA-PONTO
                   END-IF
           END-READ.

       5250-GRAVA-PONTO.
           MOVE WS-TOT-LIDOS     TO RI-REGISTRO.
           MOVE WS-TOT-LIDOS     TO RI-CONTADOR (1).
           MOVE WS-TOT-FUNDIDOS  TO RI-CONTADOR (2).
           MOVE WS-TOT-RECUSADOS TO RI-CONTADOR (3).
           MOVE 'G' TO WS-REINI-FUNCAO.
           CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO.

      * cada par passa pelas mesmas conferencias da tela (bloqueio
      * legal, existencia dos dois, forma de pesquisa do nome); os
      * paragrafos da tela marcam o problema no RETURN-CODE
       5300-FUNDE-PAR.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WS-PAR-OK.
           MOVE SPACES TO WS-PARTES-PAR.
           UNSTRING REG-MERGELOTE
               DELIMITED BY ';'
               INTO WS-LP-SOBREVIVE
                    WS-LP-PERDE
           END-UNSTRING.
           MOVE ZEROS TO WS-CD-SOBREVIVE WS-CD-PERDE.
           IF FUNCTION TEST-NUMVAL (WS-LP-SOBREVIVE) = 0
               MOVE FUNCTION NUMVAL (WS-LP-SOBREVIVE) TO WS-CD-SOBREVIVE
           END-IF.
           IF WS-LP-PERDE NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-LP-PERDE) = 0
               MOVE FUNCTION NUMVAL (WS-LP-PERDE) TO WS-CD-PERDE
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PAR ' WS-CD-SOBREVIVE ' <- ' WS-CD-PERDE.
           IF WS-CD-SOBREVIVE = ZEROS OR WS-CD-PERDE = ZEROS OR
              WS-CD-SOBREVIVE = WS-CD-PERDE
               DISPLAY 'PAR DE CODIGOS INVALIDO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1050-CONFERE-BLOQUEIO
               IF WS-PAR-RETIDO NOT = 'S'
                   PERFORM 1100-LE-OS-DOIS
               END-IF
           END-IF.
           IF WS-PAR-OK = 'S'
               PERFORM 1900-CONFERE-NOMES
               IF WS-NM-NORM-SOBREVIVE NOT = WS-NM-NORM-PERDE
                   DISPLAY 'FUSAO EM LOTE RECUSADA - NOMES DIFERENTES;'
                       ' USE A TELA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5400-MANTEM-SOBREVIVENTE
                   PERFORM 3000-EXECUTA-FUSAO
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               ADD 1 TO WS-TOT-FUNDIDOS
           ELSE
               ADD 1 TO WS-TOT-RECUSADOS
           END-IF.

      * no lote nao ha escolha campo a campo: vale o sobrevivente
       5400-MANTEM-SOBREVIVENTE.
           MOVE FD-NM         TO WE-NM.
           MOVE FD-EMAIL      TO WE-EMAIL.
           MOVE FD-PHONE      TO WE-PHONE.
           MOVE FD-PHONE-TIPO TO WE-PHONE-TIPO.
           MOVE FD-ENDERECO   TO WE-ENDERECO.
           MOVE FD-CPF        TO WE-CPF.
           MOVE FD-PERFIL     TO WE-PERFIL.
           MOVE FD-DEPTO      TO WE-DEPTO.

       5900-RODAPE.
           DISPLAY '============================================='.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS LIDAS.......: ' WS-MSK-QTD.
           MOVE WS-TOT-FUNDIDOS TO WS-MSK-QTD.
           DISPLAY 'PARES FUNDIDOS.....: ' WS-MSK-QTD.
           MOVE WS-TOT-RECUSADOS TO WS-MSK-QTD.
           DISPLAY 'PARES RECUSADOS....: ' WS-MSK-QTD.
           IF WS-REINI-RETOMADO > ZEROS
               MOVE WS-REINI-RETOMADO TO WS-MSK-QTD
               DISPLAY 'RETOMADO NA LINHA..: ' WS-MSK-QTD
           END-IF.
           DISPLAY '============================================='.

       9999-FINALIZAR.
           IF WS-FS-CADUSER = 0 OR WS-FS-CADUSER = 10
               CLOSE CADUSER
