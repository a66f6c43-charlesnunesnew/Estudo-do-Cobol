      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:EXPIRACAO DAS DELEGACOES DE PERFIL - passo noturno do
      *         CDBATCH que varre o CADDELEG (layout no copybook
      *         REGDELEG) e encerra, com a situacao 'E', toda delegacao
      *         ativa cuja data de fim ja passou, gravando a acao 'C'
      *         no CADAUD. O relatorio lista as expiradas nesta
      *         execucao e as que seguem vigentes, para a manha
      *         conferir quem ainda atua por quem. O CDLOGON ja nao
      *         concede perfil fora do periodo; o passo deixa o
      *         cadastro dizendo a verdade.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDELEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDELEG ASSIGN TO
           "CADDELEG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DG-CHAVE
           FILE STATUS IS WS-FS-CADDELEG.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADDELEG.
           COPY REGDELEG.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADDELEG                 PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-DELEG                   PIC X VALUE 'N'.
        88 FIM-CADDELEG                  VALUE 'S'.

       77 WS-DT-ATUAL                    PIC 9(08).

       77 WS-TOT-LIDAS                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-EXPIRADAS               PIC 9(05) VALUE ZEROS.
       77 WS-TOT-VIGENTES                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FUTURAS                 PIC 9(05) VALUE ZEROS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VARRE-DELEGACOES UNTIL FIM-CADDELEG.
           PERFORM 3000-RODAPE.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.

           DISPLAY '============================================='.
           DISPLAY '   EXPIRACAO DAS DELEGACOES DE PERFIL'.
           DISPLAY '============================================='.
           DISPLAY 'DELEGADO DELEGANTE P INICIO   FIM      SITUACAO'.

           OPEN I-O CADDELEG.
           IF WS-FS-CADDELEG NOT = 0
               DISPLAY 'CADDELEG NAO ENCONTRADO - NENHUMA DELEGACAO'
               MOVE 'S' TO WS-EOF-DELEG
           ELSE
               MOVE LOW-VALUES TO DG-CHAVE
               START CADDELEG KEY IS GREATER THAN OR EQUAL TO DG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-DELEG
               END-START
           END-IF.

           OPEN EXTEND CADAUD.
           IF WS-FS-CADAUD = 35
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.

       2000-VARRE-DELEGACOES.
           READ CADDELEG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DELEG
               NOT AT END
                   ADD 1 TO WS-TOT-LIDAS
                   IF DELEGACAO-ATIVA
                       PERFORM 2100-AVALIA-PERIODO
                   END-IF
           END-READ.

      * canceladas e ja expiradas ficam como estao; a ativa vencida
      * expira, a vigente e a que ainda vai comecar so aparecem
       2100-AVALIA-PERIODO.
           EVALUATE TRUE
               WHEN DG-DT-FIM < WS-DT-ATUAL
                   PERFORM 2200-EXPIRA-DELEGACAO
               WHEN DG-DT-INICIO > WS-DT-ATUAL
                   ADD 1 TO WS-TOT-FUTURAS
                   DISPLAY DG-DELEGADO '   ' DG-DELEGANTE '    '
                       DG-PERFIL ' ' DG-DT-INICIO ' ' DG-DT-FIM
                       ' A COMECAR'
               WHEN OTHER
                   ADD 1 TO WS-TOT-VIGENTES
                   DISPLAY DG-DELEGADO '   ' DG-DELEGANTE '    '
                       DG-PERFIL ' ' DG-DT-INICIO ' ' DG-DT-FIM
                       ' VIGENTE'
           END-EVALUATE.

       2200-EXPIRA-DELEGACAO.
           MOVE 'E' TO DG-STATUS.
           REWRITE REG-DELEGACAO
               INVALID KEY
                   DISPLAY 'ERRO AO EXPIRAR DELEGACAO ' DG-DELEGADO
                       ' - STATUS ' WS-FS-CADDELEG
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-EXPIRADAS
                   DISPLAY DG-DELEGADO '   ' DG-DELEGANTE '    '
                       DG-PERFIL ' ' DG-DT-INICIO ' ' DG-DT-FIM
                       ' EXPIRADA'
                   PERFORM 2300-REGISTRA-AUDITORIA
           END-REWRITE.

       2300-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE DG-DELEGADO TO AU-CD-USER.
           MOVE 'C'         TO AU-ACAO.
           MOVE SPACES      TO AU-NM.
           STRING 'DELEGACAO EXPIRADA - DELEGANTE ' DG-DELEGANTE
               ' PERFIL ' DG-PERFIL
               DELIMITED BY SIZE INTO AU-NM.
           MOVE SPACES      TO AU-EMAIL.
           STRING 'PERIODO ' DG-DT-INICIO ' A ' DG-DT-FIM
               DELIMITED BY SIZE INTO AU-EMAIL.
           MOVE ZEROS       TO AU-OPERADOR.
           MOVE SPACES      TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       3000-RODAPE.
           DISPLAY '-----------------------------------------------'.
           MOVE WS-TOT-LIDAS TO WS-MSK-QTD.
           DISPLAY 'DELEGACOES NO CADASTRO: ' WS-MSK-QTD.
           MOVE WS-TOT-EXPIRADAS TO WS-MSK-QTD.
           DISPLAY 'EXPIRADAS NESTA NOITE.: ' WS-MSK-QTD.
           MOVE WS-TOT-VIGENTES TO WS-MSK-QTD.
           DISPLAY 'VIGENTES..............: ' WS-MSK-QTD.
           MOVE WS-TOT-FUTURAS TO WS-MSK-QTD.
           DISPLAY 'A COMECAR.............: ' WS-MSK-QTD.
           DISPLAY '============================================='.

       9999-FINALIZAR.
           IF WS-FS-CADDELEG = 0 OR WS-FS-CADDELEG = 10
               CLOSE CADDELEG
           END-IF.
           CLOSE CADAUD.

       END PROGRAM CDDELEXP.
