      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONVERSAO UNICA DO CADAUD PARA O CODIGO DE 8 DIGITOS -
      *         regrava no layout atual do REGAUD um arquivo de
      *         auditoria gravado antes da ampliacao do codigo de
      *         usuario (antigo em CADAUD_ANT_PATH, padrao CADAUDANT;
      *         novo em CADAUD_NOVO_PATH, padrao CADAUD). Cada linha
      *         passa pelo CDAUDANT, o mesmo subprograma com que o
      *         CDAUDREL, o CDOPERREL e os demais leitores entendem os
      *         arquivos mensais antigos sem converte-los; linha que ja
      *         esta no layout atual passa como veio. Sequencia e valor
      *         de conferencia nao mudam e a cadeia segue conferindo
      *         pelo CDAUDVER. Os arquivos mensais CADAUD.AAAAMM ja
      *         fechados nao precisam passar por aqui; se passarem, vale
      *         o mesmo cuidado: arquivo novo que ja existe e recusado.
      *         Roda uma unica vez na virada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCONVAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUDANT ASSIGN TO
           WS-ANTIGO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADAUD ASSIGN TO
           WS-NOVO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD CADAUDANT.
       01 REG-AUD-ANT                     PIC X(264).

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-ANTIGO-PATH                 PIC X(100) VALUE SPACES.
       77 WS-NOVO-PATH                   PIC X(100) VALUE SPACES.
       77 WS-FS-ANTIGO                   PIC 99 VALUE 99.
       77 WS-FS-NOVO                     PIC 99.
       77 WS-EOF-ANTIGO                  PIC X VALUE 'N'.
        88 FIM-ANTIGO                    VALUE 'S'.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONVERTIDOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-JA-ATUAIS               PIC 9(06) VALUE ZEROS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CONVERTE UNTIL FIM-ANTIGO.
           PERFORM 3000-RODAPE.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-ANTIGO-PATH FROM ENVIRONMENT "CADAUD_ANT_PATH"
           IF WS-ANTIGO-PATH = SPACES THEN
               MOVE "CADAUDANT" TO WS-ANTIGO-PATH
           END-IF.
           ACCEPT WS-NOVO-PATH FROM ENVIRONMENT "CADAUD_NOVO_PATH"
           IF WS-NOVO-PATH = SPACES THEN
               MOVE "CADAUD" TO WS-NOVO-PATH
           END-IF.

      * conversao e de mao unica: se o arquivo novo ja existe, parar
      * aqui e o operador decide o que fazer com ele
           OPEN INPUT CADAUD.
           IF WS-FS-NOVO = 0
               CLOSE CADAUD
               DISPLAY 'CADAUD NOVO JA EXISTE - CONVERSAO RECUSADA'
               MOVE 'S' TO WS-EOF-ANTIGO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CADAUDANT
               IF WS-FS-ANTIGO NOT = 0
                   DISPLAY 'CADAUD ANTIGO NAO ENCONTRADO - STATUS '
                       WS-FS-ANTIGO ' - NADA A CONVERTER'
                   MOVE 'S' TO WS-EOF-ANTIGO
               ELSE
                   OPEN OUTPUT CADAUD
                   IF WS-FS-NOVO NOT = 0
                       DISPLAY 'ERRO AO CRIAR O CADAUD NOVO - '
                           'STATUS ' WS-FS-NOVO
                       MOVE 'S' TO WS-EOF-ANTIGO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2000-CONVERTE.
           MOVE SPACES TO REG-AUD-ANT.
           READ CADAUDANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2100-GRAVA-NOVO
           END-READ.

       2100-GRAVA-NOVO.
           MOVE REG-AUD-ANT TO REG-AUDITORIA.
           IF AUD-LAYOUT-ANTIGO
               CALL 'CDAUDANT' USING REG-AUDITORIA
               ADD 1 TO WS-TOT-CONVERTIDOS
           ELSE
               ADD 1 TO WS-TOT-JA-ATUAIS
           END-IF.
           WRITE REG-AUDITORIA.

       3000-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CONVERSAO DO CADAUD CONCLUIDA'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS LIDAS.........: ' WS-MSK-QTD.
           MOVE WS-TOT-CONVERTIDOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS CONVERTIDAS...: ' WS-MSK-QTD.
           MOVE WS-TOT-JA-ATUAIS TO WS-MSK-QTD.
           DISPLAY 'JA NO LAYOUT ATUAL...: ' WS-MSK-QTD.
           IF WS-TOT-LIDOS NOT = WS-TOT-CONVERTIDOS + WS-TOT-JA-ATUAIS
               DISPLAY 'ATENCAO: CONVERSAO DIVERGENTE - CONFIRA'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '============================================='.

       9999-FINALIZAR.
           IF WS-FS-ANTIGO = 0 OR WS-FS-ANTIGO = 10
               CLOSE CADAUDANT
               CLOSE CADAUD
           END-IF.

       END PROGRAM CDCONVAUD.
