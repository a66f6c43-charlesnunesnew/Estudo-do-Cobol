      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:REATRIBUICAO DE TURMAS E NOTAS - quando o CDHRBAIXA
      *         bloqueia, o CDARQUIVA arquiva ou o CDMERGE absorve um
      *         professor, as autorizacoes de notas dele no CADAUTNT e
      *         as turmas de que e regente no CADTURMA vao para a
      *         lista CADREATR (layout REGREATR, gravada pelo
      *         CDESCREF). Este programa de administrador lista as
      *         pendencias e passa, de uma vez, todas as linhas
      *         pendentes de um professor para um professor novo:
      *         troca o operador da autorizacao no CADAUTNT, troca o
      *         TU-PROFESSOR no CADTURMA, marca a linha como
      *         reatribuida e registra cada troca no CADAUD com a
      *         acao 'r'. O professor novo precisa existir no CADUSER
      *         e estar com a conta ativa; numa fusao o sobrevivente
      *         vem sugerido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDREATRIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREATR ASSIGN TO
           "CADREATR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-CHAVE
           FILE STATUS IS WS-FS-CADREATR.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-CADAUTNT.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

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
       FD CADREATR.
           COPY REGREATR.

       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADUSER.
           COPY REGUSER.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADREATR                 PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-REATR                   PIC X VALUE 'N'.
        88 FIM-CADREATR                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDREATRIB'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

       77 WS-ANTIGO                      PIC 9(08) VALUE ZEROS.
       77 WS-NOVO                        PIC 9(08) VALUE ZEROS.
       77 WS-SUGERIDO                    PIC 9(08) VALUE ZEROS.
       77 WS-NOVO-OK                     PIC X VALUE 'N'.
       77 WS-DT-HOJE                     PIC 9(08).
       77 WS-TOT-LISTADAS                PIC 9(04) VALUE ZEROS.
       77 WS-TOT-PENDENTES               PIC 9(04) VALUE ZEROS.
       77 WS-TOT-TROCADAS                PIC 9(04) VALUE ZEROS.
       77 WS-DESC-TIPO                   PIC X(12) VALUE SPACES.

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
           PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * reatribuicao segue a tabela de direitos: pelo padrao so o
      * administrador entra
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.

           OPEN I-O CADREATR.
           IF WS-FS-CADREATR = 35
               OPEN OUTPUT CADREATR
               CLOSE CADREATR
               OPEN I-O CADREATR
           END-IF.
           OPEN I-O CADAUTNT.
           IF WS-FS-CADAUTNT = 35
               OPEN OUTPUT CADAUTNT
               CLOSE CADAUTNT
               OPEN I-O CADAUTNT
           END-IF.
           OPEN I-O CADTURMA.
           IF WS-FS-CADTURMA = 35
               OPEN OUTPUT CADTURMA
               CLOSE CADTURMA
               OPEN I-O CADTURMA
           END-IF.
           OPEN INPUT CADUSER.
           OPEN EXTEND CADAUD.
           IF WS-FS-CADAUD = 35
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.

      * so entra quem tem o direito ao programa na tabela CADDIREI;
      * rodando avulso, sem logon, o acesso continua pleno
       1010-CONFERE-DIREITO.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-DIR-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-DIR-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           MOVE ZEROS TO WS-DIR-OPERADOR.
           IF WS-DIR-OPER-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-DIR-OPER-TEXTO)
                 TO WS-DIR-OPERADOR
           END-IF.
           CALL 'CDDIREIT' USING WS-DIR-OPERADOR WS-DIR-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'PROGRAMA ' FUNCTION TRIM (WS-DIR-PROGRAMA)
                   ' NAO LIBERADO PARA O OPERADOR'
               MOVE 'F' TO WS-OPCAO
           END-IF.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   REATRIBUICAO DE TURMAS E NOTAS (CADREATR)'.
           DISPLAY '============================================='.
           DISPLAY '<L> LISTAR PENDENCIAS'.
           DISPLAY '<R> REATRIBUIR PROFESSOR'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'L'
                   PERFORM 2100-LISTAR
               WHEN 'R'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-REATRIBUIR
                   END-IF
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

       2100-LISTAR.
           MOVE 0 TO WS-TOT-LISTADAS.
           MOVE 'N' TO WS-EOF-REATR.
           MOVE LOW-VALUES TO RA-CHAVE.
           START CADREATR KEY IS GREATER THAN OR EQUAL TO RA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-REATR
           END-START.
           DISPLAY 'PROFESSOR TIPO         TURMA MATERIA ORIGEM     '
               'DATA     SUGERIDO'.
           PERFORM 2110-LISTA-LINHA UNTIL FIM-CADREATR.
           DISPLAY 'TOTAL DE PENDENCIAS: ' WS-TOT-LISTADAS.

       2110-LISTA-LINHA.
           READ CADREATR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REATR
               NOT AT END
                   IF REATR-PENDENTE
                       ADD 1 TO WS-TOT-LISTADAS
                       PERFORM 2900-DESCREVE-TIPO
                       DISPLAY RA-CD-USER '  ' WS-DESC-TIPO ' '
                           RA-TURMA '   ' RA-MATERIA '  ' RA-ORIGEM
                           ' ' RA-DATA ' ' RA-SUGERIDO
                   END-IF
           END-READ.

      * todas as pendencias do professor passam juntas para o novo
       2200-REATRIBUIR.
           DISPLAY 'CODIGO DO PROFESSOR QUE SAIU: '.
           MOVE 0 TO WS-ANTIGO.
           ACCEPT WS-ANTIGO.
           PERFORM 2210-CONTA-PENDENCIAS.
           IF WS-TOT-PENDENTES = ZEROS
               DISPLAY 'NENHUMA PENDENCIA PARA O PROFESSOR ' WS-ANTIGO
           ELSE
               DISPLAY 'PENDENCIAS DO PROFESSOR: ' WS-TOT-PENDENTES
               IF WS-SUGERIDO NOT = ZEROS
                   DISPLAY 'SUGERIDO PELA FUSAO: ' WS-SUGERIDO
                   DISPLAY 'NOVO PROFESSOR (0 ACEITA O SUGERIDO): '
               ELSE
                   DISPLAY 'NOVO PROFESSOR: '
               END-IF
               MOVE 0 TO WS-NOVO
               ACCEPT WS-NOVO
               IF WS-NOVO = ZEROS
                   MOVE WS-SUGERIDO TO WS-NOVO
               END-IF
               PERFORM 2220-CONFERE-NOVO
               IF WS-NOVO-OK = 'S'
                   DISPLAY 'CONFIRMA A TROCA DE ' WS-ANTIGO ' PARA '
                       WS-NOVO ' S/N? '
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM 2300-EXECUTA-TROCA
                   ELSE
                       DISPLAY 'REATRIBUICAO CANCELADA'
                   END-IF
               END-IF
           END-IF.

       2210-CONTA-PENDENCIAS.
           MOVE ZEROS TO WS-TOT-PENDENTES.
           MOVE ZEROS TO WS-SUGERIDO.
           PERFORM 2800-POSICIONA-PROFESSOR.
           PERFORM 2211-CONTA-LINHA UNTIL FIM-CADREATR.

       2211-CONTA-LINHA.
           READ CADREATR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REATR
               NOT AT END
                   IF RA-CD-USER NOT = WS-ANTIGO
                       MOVE 'S' TO WS-EOF-REATR
                   ELSE
                       IF REATR-PENDENTE
                           ADD 1 TO WS-TOT-PENDENTES
                           PERFORM 2900-DESCREVE-TIPO
                           DISPLAY '  ' WS-DESC-TIPO ' TURMA '
                               RA-TURMA ' MATERIA ' RA-MATERIA
                           IF RA-SUGERIDO NOT = ZEROS
                               MOVE RA-SUGERIDO TO WS-SUGERIDO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * o professor novo tem de existir e estar com a conta ativa
       2220-CONFERE-NOVO.
           MOVE 'N' TO WS-NOVO-OK.
           EVALUATE TRUE
               WHEN WS-NOVO = ZEROS
                   DISPLAY 'PROFESSOR NOVO E OBRIGATORIO'
               WHEN WS-NOVO = WS-ANTIGO
                   DISPLAY 'PROFESSOR NOVO IGUAL AO QUE SAIU'
               WHEN WS-FS-CADUSER NOT = 0
                   DISPLAY 'CADUSER INDISPONIVEL - STATUS '
                       WS-FS-CADUSER
               WHEN OTHER
                   MOVE WS-NOVO TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           DISPLAY 'PROFESSOR NOVO NAO CADASTRADO: '
                               WS-NOVO
                       NOT INVALID KEY
                           IF CONTA-BLOQUEADA
                               DISPLAY 'PROFESSOR NOVO COM A CONTA '
                                   'BLOQUEADA: ' WS-NOVO
                           ELSE
                               MOVE 'S' TO WS-NOVO-OK
                           END-IF
                   END-READ
           END-EVALUATE.

       2300-EXECUTA-TROCA.
           MOVE ZEROS TO WS-TOT-TROCADAS.
           PERFORM 2800-POSICIONA-PROFESSOR.
           PERFORM 2310-TROCA-LINHA UNTIL FIM-CADREATR.
           DISPLAY 'LINHAS REATRIBUIDAS: ' WS-TOT-TROCADAS.

       2310-TROCA-LINHA.
           READ CADREATR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REATR
               NOT AT END
                   IF RA-CD-USER NOT = WS-ANTIGO
                       MOVE 'S' TO WS-EOF-REATR
                   ELSE
                       IF REATR-PENDENTE
                           PERFORM 2320-TROCA-REFERENCIA
                       END-IF
                   END-IF
           END-READ.

      * autorizacao: sai a chave do antigo e entra a do novo (se o
      * novo ja tinha a mesma autorizacao, fica a dele); regencia: so
      * troca se a turma ainda estiver com o antigo
       2320-TROCA-REFERENCIA.
           IF REATR-AUTORIZACAO
               MOVE WS-ANTIGO  TO AT-OPERADOR
               MOVE RA-MATERIA TO AT-MATERIA
               MOVE RA-TURMA   TO AT-TURMA
               DELETE CADAUTNT RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-NOVO    TO AT-OPERADOR
               WRITE REG-AUTORIZACAO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               MOVE RA-TURMA TO TU-CODIGO
               READ CADTURMA
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA: ' RA-TURMA
                   NOT INVALID KEY
                       IF TU-PROFESSOR = WS-ANTIGO
                           MOVE WS-NOVO TO TU-PROFESSOR
                           REWRITE REG-TURMA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR A TURMA '
                                       RA-TURMA ' - STATUS '
                                       WS-FS-CADTURMA
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           MOVE 'R'             TO RA-SITUACAO.
           MOVE WS-NOVO         TO RA-NOVO.
           MOVE WS-DT-HOJE      TO RA-DT-TRATADA.
           MOVE WS-DIR-OPERADOR TO RA-OPERADOR.
           REWRITE REG-REATRIB
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A PENDENCIA - STATUS '
                       WS-FS-CADREATR
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-TROCADAS
                   PERFORM 2400-REGISTRA-AUDITORIA
           END-REWRITE.

      * acao 'r' no CADAUD: o sujeito e o professor que saiu
       2400-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE WS-ANTIGO TO AU-CD-USER.
           MOVE 'r'       TO AU-ACAO.
           MOVE SPACES    TO AU-NM.
           STRING 'REATRIBUIDO A ' WS-NOVO ' - TURMA ' RA-TURMA
               ' MATERIA ' RA-MATERIA
               DELIMITED BY SIZE INTO AU-NM.
           PERFORM 2900-DESCREVE-TIPO.
           MOVE SPACES    TO AU-EMAIL.
           STRING WS-DESC-TIPO ' - ORIGEM ' RA-ORIGEM
               DELIMITED BY SIZE INTO AU-EMAIL.
           MOVE WS-DIR-OPERADOR   TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       2800-POSICIONA-PROFESSOR.
           MOVE 'N' TO WS-EOF-REATR.
           MOVE WS-ANTIGO  TO RA-CD-USER.
           MOVE LOW-VALUES TO RA-TIPO.
           MOVE LOW-VALUES TO RA-TURMA.
           MOVE LOW-VALUES TO RA-MATERIA.
           START CADREATR KEY IS GREATER THAN OR EQUAL TO RA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-REATR
           END-START.

       2900-DESCREVE-TIPO.
           IF REATR-AUTORIZACAO
               MOVE 'AUTORIZACAO' TO WS-DESC-TIPO
           ELSE
               MOVE 'REGENCIA'    TO WS-DESC-TIPO
           END-IF.

       9999-FINALIZAR.
           CLOSE CADREATR.
           CLOSE CADAUTNT.
           CLOSE CADTURMA.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.
           CLOSE CADAUD.

       END PROGRAM CDREATRIB.
