      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:RECONHECIMENTO DE INCIDENTE DO PLANTAO - o plantonista
      *         acionado pela fila NOTIFQ (CDPLTAVS ou, escalado, pelo
      *         CDPLTESC) lista os incidentes pendentes do cadastro
      *         CADINCID (layout REGINCID) e assume um pelo numero: o
      *         incidente fica reconhecido com o codigo de quem
      *         assumiu, a data, a hora e o tempo de resposta em
      *         minutos desde a abertura, e para de escalar. O codigo
      *         vem do logon (CDLOGON); rodando avulso e pedido na
      *         tela e tem de existir no CADUSER. O reconhecimento
      *         grava, entao segue a janela do online (CDONLINE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPLTACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINCID ASSIGN TO
           "CADINCID"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-NUMERO
           FILE STATUS IS WS-FS-CADINCID.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

       DATA DIVISION.
       FILE SECTION.
       FD CADINCID.
           COPY REGINCID.

       FD CADUSER.
           COPY REGUSER.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADINCID                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-EOF-INCID                   PIC X VALUE 'N'.
        88 FIM-CADINCID                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDPLTACK'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

       77 WS-NUMERO                      PIC 9(06) VALUE ZEROS.
       77 WS-RESPONSAVEL                 PIC 9(08) VALUE ZEROS.
       77 WS-RESP-OK                     PIC X VALUE 'N'.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-HR-ATUAL                    PIC X(06) VALUE SPACES.
       77 WS-MIN-AGORA                   PIC 9(09) VALUE ZEROS.
       77 WS-MIN-ABERTURA                PIC 9(09) VALUE ZEROS.
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-DESC-SITUACAO               PIC X(10) VALUE SPACES.

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

       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           OPEN I-O CADINCID.
           IF WS-FS-CADINCID = 35
               OPEN OUTPUT CADINCID
               CLOSE CADINCID
               OPEN I-O CADINCID
           END-IF.
           OPEN INPUT CADUSER.

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
           DISPLAY '   INCIDENTES DO PLANTAO (CADINCID)'.
           DISPLAY '============================================='.
           DISPLAY '<L> LISTAR PENDENTES'.
           DISPLAY '<R> RECONHECER INCIDENTE'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'L'
                   PERFORM 2100-LISTAR
               WHEN 'R'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-RECONHECER
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
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-INCID.
           MOVE ZEROS TO IC-NUMERO.
           START CADINCID KEY IS GREATER THAN OR EQUAL TO IC-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-INCID
           END-START.
           DISPLAY 'NUMERO DATA     HORA   SITUACAO   PRIMARIO RESERVA '
               ' REFERENCIA'.
           PERFORM 2110-LISTA-LINHA UNTIL FIM-CADINCID.
           DISPLAY 'TOTAL DE PENDENTES: ' WS-TOT-LISTADOS.

       2110-LISTA-LINHA.
           READ CADINCID NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INCID
               NOT AT END
                   IF INCID-PENDENTE
                       ADD 1 TO WS-TOT-LISTADOS
                       PERFORM 2900-DESCREVE-SITUACAO
                       DISPLAY IC-NUMERO ' ' IC-DATA ' ' IC-HORA ' '
                           WS-DESC-SITUACAO ' ' IC-PRIMARIO ' '
                           IC-RESERVA ' ' IC-REFERENCIA
                       DISPLAY '       ' FUNCTION TRIM (IC-TEXTO)
                   END-IF
           END-READ.

       2200-RECONHECER.
           DISPLAY 'NUMERO DO INCIDENTE: '.
           MOVE 0 TO WS-NUMERO.
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO IC-NUMERO.
           READ CADINCID
               INVALID KEY
                   DISPLAY 'INCIDENTE NAO CADASTRADO: ' WS-NUMERO
               NOT INVALID KEY
                   IF INCID-RECONHECIDO
                       DISPLAY 'INCIDENTE JA RECONHECIDO POR '
                           IC-RESPONSAVEL ' EM ' IC-DT-RECONHECE
                   ELSE
                       PERFORM 2210-IDENTIFICA-RESPONSAVEL
                       IF WS-RESP-OK = 'S'
                           PERFORM 2220-CONFIRMA
                       END-IF
                   END-IF
           END-READ.

      * quem assume e o operador do logon; sem logon o codigo e
      * digitado e conferido no CADUSER
       2210-IDENTIFICA-RESPONSAVEL.
           MOVE 'N' TO WS-RESP-OK.
           MOVE WS-DIR-OPERADOR TO WS-RESPONSAVEL.
           IF WS-RESPONSAVEL = ZEROS
               DISPLAY 'SEU CODIGO DE USUARIO: '
               ACCEPT WS-RESPONSAVEL
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESPONSAVEL = ZEROS
                   DISPLAY 'CODIGO DE QUEM ASSUME E OBRIGATORIO'
               WHEN WS-FS-CADUSER NOT = 0
                   DISPLAY 'CADUSER INDISPONIVEL - STATUS '
                       WS-FS-CADUSER
               WHEN OTHER
                   MOVE WS-RESPONSAVEL TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           DISPLAY 'USUARIO NAO CADASTRADO: '
                               WS-RESPONSAVEL
                       NOT INVALID KEY
                           MOVE 'S' TO WS-RESP-OK
                   END-READ
           END-EVALUATE.

       2220-CONFIRMA.
           PERFORM 2900-DESCREVE-SITUACAO.
           DISPLAY 'INCIDENTE ' IC-NUMERO ' DE ' IC-DATA ' ' IC-HORA
               ' - ' WS-DESC-SITUACAO.
           DISPLAY '  ' FUNCTION TRIM (IC-ORIGEM) ' '
               FUNCTION TRIM (IC-REFERENCIA) ' - '
               FUNCTION TRIM (IC-TEXTO).
           IF WS-RESPONSAVEL NOT = IC-PRIMARIO AND
              WS-RESPONSAVEL NOT = IC-RESERVA
               DISPLAY 'AVISO: ' WS-RESPONSAVEL
                   ' NAO ESTA NA ESCALA DESTE INCIDENTE'
           END-IF.
           DISPLAY 'CONFIRMA QUE ' WS-RESPONSAVEL
               ' ASSUME O INCIDENTE S/N? '.
           MOVE 'N' TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S'
               PERFORM 2300-GRAVA-RECONHECIMENTO
           ELSE
               DISPLAY 'RECONHECIMENTO CANCELADO'
           END-IF.

      * tempo de resposta em minutos corridos desde a abertura
       2300-GRAVA-RECONHECIMENTO.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           COMPUTE WS-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL) * 1440
               + FUNCTION NUMVAL (WS-HR-ATUAL (1:2)) * 60
               + FUNCTION NUMVAL (WS-HR-ATUAL (3:2)).
           COMPUTE WS-MIN-ABERTURA =
               FUNCTION INTEGER-OF-DATE (IC-DATA) * 1440
               + FUNCTION NUMVAL (IC-HORA (1:2)) * 60
               + FUNCTION NUMVAL (IC-HORA (3:2)).
           MOVE 'R'            TO IC-SITUACAO.
           MOVE WS-RESPONSAVEL TO IC-RESPONSAVEL.
           MOVE WS-DT-ATUAL    TO IC-DT-RECONHECE.
           MOVE WS-HR-ATUAL    TO IC-HR-RECONHECE.
           IF WS-MIN-AGORA > WS-MIN-ABERTURA
               COMPUTE IC-MINUTOS = WS-MIN-AGORA - WS-MIN-ABERTURA
           ELSE
               MOVE ZEROS TO IC-MINUTOS
           END-IF.
           REWRITE REG-INCIDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O RECONHECIMENTO - STATUS '
                       WS-FS-CADINCID
               NOT INVALID KEY
                   DISPLAY 'INCIDENTE ' IC-NUMERO ' RECONHECIDO POR '
                       IC-RESPONSAVEL ' EM ' IC-MINUTOS ' MINUTO(S)'
           END-REWRITE.

       2900-DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN INCID-ABERTO
                   MOVE 'ABERTO'     TO WS-DESC-SITUACAO
               WHEN INCID-ESCALADO
                   MOVE 'ESCALADO'   TO WS-DESC-SITUACAO
               WHEN INCID-RECONHECIDO
                   MOVE 'RECONHEC.'  TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE IC-SITUACAO  TO WS-DESC-SITUACAO
           END-EVALUATE.

       9999-FINALIZAR.
           CLOSE CADINCID.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDPLTACK.
