      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONTROLE DE SESSOES DE OPERADOR - mantem o cadastro
      *         CADSESS (uma sessao aberta por operador: terminal,
      *         abertura e ultima atividade, layout no copybook
      *         REGSESS). Chamado pelo CDLOGON para abrir a sessao e
      *         por MENUGERAL e CDCLIE antes de cada opcao para
      *         conferir e renovar a atividade, e no encerramento
      *         para fechar. Segundo logon do mesmo codigo em outro
      *         terminal e recusado ou derruba a sessao antiga conforme
      *         SESSAO_MODO (R recusa, padrao / D derruba); sessao
      *         parada alem de SESSAO_OCIOSO_MIN minutos (padrao 15,
      *         zero = sem limite) expira e exige novo logon. O
      *         terminal vem de SESSAO_TERMINAL; sem ele vale CONSOLE,
      *         que nunca conta como o mesmo terminal. Derrubada ('K'),
      *         expiracao ('Z') e recusa ('Y') ficam no CADAUD.
      *         Funcoes: A abre / V confere e renova / F fecha.
      *         Retorno: S ok / R recusada / O expirada por
      *         ociosidade / D derrubada por outro logon / N sem
      *         sessao aberta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSESSAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSESS ASSIGN TO
           "CADSESS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-OPERADOR
           FILE STATUS IS CSS-FS-CADSESS.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADSESS.
           COPY REGSESS.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 CSS-FS-CADSESS                 PIC 99.
       77 CSS-FS-CADAUD                  PIC 99.
       77 CSS-ACHOU                      PIC X VALUE 'N'.
        88 CSS-SESSAO-ACHADA             VALUE 'S'.

       77 CSS-MODO                       PIC X(01) VALUE SPACE.
        88 CSS-MODO-DERRUBA              VALUE 'D'.
       77 CSS-OCIOSO-TEXTO               PIC X(05) VALUE SPACES.
       77 CSS-OCIOSO-LIMITE              PIC 9(05) VALUE 15.
       77 CSS-TERMINAL                   PIC X(20) VALUE SPACES.
       77 CSS-TERMINAL-ORIGEM            PIC X(01) VALUE 'P'.
        88 CSS-TERMINAL-INFORMADO        VALUE 'I'.

       77 CSS-DT-HOJE                    PIC 9(08) VALUE ZEROS.
       01 CSS-HR-AGORA.
           03 CSS-AGORA-HHMMSS.
               05 CSS-AGORA-HH           PIC 9(02).
               05 CSS-AGORA-MM           PIC 9(02).
               05 FILLER                 PIC 9(02).
           03 FILLER                     PIC 9(02).
       01 CSS-HR-ATIVIDADE.
           03 CSS-ATIV-HH                PIC 9(02).
           03 CSS-ATIV-MM                PIC 9(02).
           03 FILLER                     PIC 9(02).
       77 CSS-MIN-AGORA                  PIC 9(10) VALUE ZEROS.
       77 CSS-MIN-ATIVIDADE              PIC 9(10) VALUE ZEROS.
       77 CSS-MIN-OCIOSO                 PIC 9(10) VALUE ZEROS.
       77 CSS-AUD-ACAO                   PIC X(01) VALUE SPACE.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       LINKAGE SECTION.
       01 CSS-FUNCAO                     PIC X(01).
        88 CSS-ABRE                      VALUE 'A'.
        88 CSS-CONFERE                   VALUE 'V'.
        88 CSS-FECHA                     VALUE 'F'.
       01 CSS-OPERADOR                   PIC 9(08).
       01 CSS-SESSAO                     PIC X(14).
       01 CSS-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING CSS-FUNCAO CSS-OPERADOR CSS-SESSAO
               CSS-RETORNO.

       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           EVALUATE TRUE
               WHEN CSS-ABRE
                   PERFORM 2000-ABRE-SESSAO
               WHEN CSS-CONFERE
                   PERFORM 3000-CONFERE-SESSAO
               WHEN CSS-FECHA
                   PERFORM 4000-FECHA-SESSAO
               WHEN OTHER
                   MOVE 'N' TO CSS-RETORNO
           END-EVALUATE.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           MOVE 'N' TO CSS-RETORNO.
           MOVE 'SESSAO_MODO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR (1:1) TO CSS-MODO.
           IF CSS-MODO = SPACE
               MOVE 'R' TO CSS-MODO
           END-IF.
           MOVE 'SESSAO_OCIOSO_MIN' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO CSS-OCIOSO-TEXTO.
           IF CSS-OCIOSO-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (CSS-OCIOSO-TEXTO) = 0
               MOVE FUNCTION NUMVAL (CSS-OCIOSO-TEXTO)
                 TO CSS-OCIOSO-LIMITE
           END-IF.
           ACCEPT CSS-TERMINAL FROM ENVIRONMENT "SESSAO_TERMINAL".
           IF CSS-TERMINAL = SPACES OR 'CONSOLE'
               MOVE 'CONSOLE' TO CSS-TERMINAL
               MOVE 'P' TO CSS-TERMINAL-ORIGEM
           ELSE
               MOVE 'I' TO CSS-TERMINAL-ORIGEM
           END-IF.

           ACCEPT CSS-DT-HOJE FROM DATE YYYYMMDD.
           ACCEPT CSS-HR-AGORA FROM TIME.
           COMPUTE CSS-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE (CSS-DT-HOJE) * 1440
             + CSS-AGORA-HH * 60 + CSS-AGORA-MM.

           OPEN I-O CADSESS.
           IF CSS-FS-CADSESS = 35
               OPEN OUTPUT CADSESS
               CLOSE CADSESS
               OPEN I-O CADSESS
           END-IF.

           OPEN EXTEND CADAUD.
           IF CSS-FS-CADAUD = 35
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.

           MOVE CSS-OPERADOR TO SS-OPERADOR.
           MOVE 'S' TO CSS-ACHOU.
           READ CADSESS
               INVALID KEY
                   MOVE 'N' TO CSS-ACHOU
           END-READ.

      * a sessao existente so impede o novo logon enquanto esta viva:
      * a ociosa expira na hora; a do mesmo terminal (janela fechada
      * sem sair) ou qualquer uma com SESSAO_MODO=D e derrubada. Sem
      * SESSAO_TERMINAL todo logon cai em CONSOLE, que nao identifica
      * o terminal e por isso nunca e tomado como o mesmo
       2000-ABRE-SESSAO.
           IF CSS-SESSAO-ACHADA
               PERFORM 5000-CALCULA-OCIOSIDADE
               EVALUATE TRUE
                   WHEN CSS-OCIOSO-LIMITE > 0 AND
                        CSS-MIN-OCIOSO > CSS-OCIOSO-LIMITE
                       MOVE 'Z' TO CSS-AUD-ACAO
                       PERFORM 6000-REGISTRA-AUDITORIA
                       PERFORM 2100-GRAVA-SESSAO
                   WHEN CSS-TERMINAL-INFORMADO AND
                        SS-TERMINAL = CSS-TERMINAL
                   WHEN CSS-MODO-DERRUBA
                       MOVE 'K' TO CSS-AUD-ACAO
                       PERFORM 6000-REGISTRA-AUDITORIA
                       PERFORM 2100-GRAVA-SESSAO
                   WHEN OTHER
                       MOVE 'Y' TO CSS-AUD-ACAO
                       PERFORM 6000-REGISTRA-AUDITORIA
                       MOVE 'R' TO CSS-RETORNO
               END-EVALUATE
           ELSE
               PERFORM 2100-GRAVA-SESSAO
           END-IF.

       2100-GRAVA-SESSAO.
           MOVE CSS-OPERADOR  TO SS-OPERADOR.
           MOVE CSS-TERMINAL  TO SS-TERMINAL.
           MOVE CSS-DT-HOJE   TO SS-DT-INICIO.
           MOVE CSS-AGORA-HHMMSS TO SS-HR-INICIO.
           MOVE CSS-DT-HOJE   TO SS-DT-ATIVIDADE.
           MOVE CSS-AGORA-HHMMSS TO SS-HR-ATIVIDADE.
           IF CSS-SESSAO-ACHADA
               REWRITE REG-SESSAO
           ELSE
               WRITE REG-SESSAO
           END-IF.
           IF CSS-FS-CADSESS = 0
               MOVE SS-ID TO CSS-SESSAO
               MOVE 'S' TO CSS-RETORNO
           ELSE
               DISPLAY 'ERRO AO GRAVAR A SESSAO - STATUS '
                   CSS-FS-CADSESS
           END-IF.

      * a sessao do chamador so vale se ainda for a registrada: outro
      * carimbo de abertura quer dizer que um logon posterior a
      * derrubou; dentro do limite de ociosidade a atividade e renovada
       3000-CONFERE-SESSAO.
           EVALUATE TRUE
               WHEN NOT CSS-SESSAO-ACHADA
                   MOVE 'N' TO CSS-RETORNO
               WHEN SS-ID NOT = CSS-SESSAO
                   MOVE 'D' TO CSS-RETORNO
               WHEN OTHER
                   PERFORM 5000-CALCULA-OCIOSIDADE
                   IF CSS-OCIOSO-LIMITE > 0 AND
                      CSS-MIN-OCIOSO > CSS-OCIOSO-LIMITE
                       MOVE 'Z' TO CSS-AUD-ACAO
                       PERFORM 6000-REGISTRA-AUDITORIA
                       DELETE CADSESS RECORD
                       MOVE 'O' TO CSS-RETORNO
                   ELSE
                       MOVE CSS-DT-HOJE TO SS-DT-ATIVIDADE
                       MOVE CSS-AGORA-HHMMSS TO SS-HR-ATIVIDADE
                       REWRITE REG-SESSAO
                       MOVE 'S' TO CSS-RETORNO
                   END-IF
           END-EVALUATE.

      * so fecha a propria sessao - a que derrubou esta continua aberta
       4000-FECHA-SESSAO.
           IF CSS-SESSAO-ACHADA AND SS-ID = CSS-SESSAO
               DELETE CADSESS RECORD
           END-IF.
           MOVE 'S' TO CSS-RETORNO.

       5000-CALCULA-OCIOSIDADE.
           MOVE SS-HR-ATIVIDADE TO CSS-HR-ATIVIDADE.
           COMPUTE CSS-MIN-ATIVIDADE =
               FUNCTION INTEGER-OF-DATE (SS-DT-ATIVIDADE) * 1440
             + CSS-ATIV-HH * 60 + CSS-ATIV-MM.
           IF CSS-MIN-AGORA > CSS-MIN-ATIVIDADE
               COMPUTE CSS-MIN-OCIOSO =
                   CSS-MIN-AGORA - CSS-MIN-ATIVIDADE
           ELSE
               MOVE 0 TO CSS-MIN-OCIOSO
           END-IF.

      * o evento descreve a sessao atingida (abertura e terminal) no
      * lugar do nome e o terminal do novo logon no lugar do email; o
      * operador e o proprio titular da sessao
       6000-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE CSS-OPERADOR TO AU-CD-USER.
           MOVE CSS-AUD-ACAO TO AU-ACAO.
           MOVE SPACES TO AU-NM.
           STRING 'SESSAO ' SS-ID ' TERMINAL '
               FUNCTION TRIM (SS-TERMINAL)
               DELIMITED BY SIZE INTO AU-NM
           END-STRING.
           MOVE SPACES TO AU-EMAIL.
           IF CSS-AUD-ACAO NOT = 'Z'
               STRING 'NOVO LOGON NO TERMINAL '
                   FUNCTION TRIM (CSS-TERMINAL)
                   DELIMITED BY SIZE INTO AU-EMAIL
               END-STRING
           END-IF.
           MOVE CSS-OPERADOR TO AU-OPERADOR.
           MOVE SPACES TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDSESSAO' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           CLOSE CADSESS.
           CLOSE CADAUD.

       END PROGRAM CDSESSAO.
