      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONVERSAO UNICA DO CODIGO DE USUARIO PARA 8 DIGITOS -
      *         cadastro. O codigo do usuario (FD-CD-USER e todos os
      *         campos que guardam um codigo de usuario ou de
      *         operador) passou de 6 para 8 digitos, entao os
      *         arquivos gravados antes da ampliacao deixam de casar
      *         com os programas novos. Este utilitario, no molde do
      *         CDCONVUSR e do CDCONVFON, regrava no layout novo os
      *         arquivos do cadastro de usuarios: o CADUSER (antigo em
      *         CADUSER_ANT_PATH, padrao CADUSERANT, com as chaves
      *         alternadas refeitas na gravacao), o CADCTRL, o CADSEN,
      *         o CADPEND, o CADREJ, o CADHIST, o CADDEPT, a NOTIFQ, o
      *         LGPDREG e o CADCAMP (antigos com o mesmo nome seguido
      *         de ANT: CADCTRLANT, CADSENANT e assim por diante). O
      *         codigo ganha dois zeros a esquerda e o resto do
      *         registro e copiado em bloco. O indice CADHISTIX nao e
      *         convertido: e refeito pelo CDHISTIDX a partir do
      *         CADHIST ja convertido. Os arquivos do controle de
      *         acesso ficam com o CDCONVACE, o CADAUD com o CDCONVAUD
      *         e os do escolar com o CDCONVESC. Arquivo cujo layout
      *         novo ja existe e recusado; arquivo antigo ausente e so
      *         avisado. Roda uma unica vez na virada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCONVCOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSERANT ASSIGN TO
           WS-ANTIGO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AN-CD-USER
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADCTRLANT ASSIGN TO
           "CADCTRLANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AC-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADCTRL ASSIGN TO
           "CADCTRL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CHAVE
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADSENANT ASSIGN TO
           "CADSENANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AS-CD-USER
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADSEN ASSIGN TO
           "CADSEN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-CD-USER
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADPENDANT ASSIGN TO
           "CADPENDANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AP-CD-USER
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADPEND ASSIGN TO
           "CADPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-CD-USER
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADREJANT ASSIGN TO
           "CADREJANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADREJ ASSIGN TO
           "CADREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADHISTANT ASSIGN TO
           "CADHISTANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADHIST ASSIGN TO
           "CADHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADDEPTANT ASSIGN TO
           "CADDEPTANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AD-CODIGO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADDEPT ASSIGN TO
           "CADDEPT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-CODIGO
           FILE STATUS IS WS-FS-NOVO.

           SELECT NOTIFQANT ASSIGN TO
           "NOTIFQANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT LGPDREGANT ASSIGN TO
           "LGPDREGANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AL-NUMERO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT LGPDREG ASSIGN TO
           "LGPDREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LR-NUMERO
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADCAMPANT ASSIGN TO
           "CADCAMPANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AM-NUMERO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADCAMP ASSIGN TO
           "CADCAMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-NUMERO
           FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
      * layouts antigos: so a chave e os codigos de 6 digitos tem
      * nome, o resto e copiado em bloco para a posicao nova
       FD CADUSERANT.
       01 REG-USER-ANT.
           03 AN-CD-USER                 PIC 9(6).
           03 AN-RESTO                   PIC X(586).

       FD CADUSER.
           COPY REGUSER.

       FD CADCTRLANT.
       01 REG-CTRL-ANT.
           03 AC-CHAVE                   PIC 9(1).
           03 AC-ULT-SEQUENCIA           PIC 9(6).
           03 AC-ULT-GRAVADO             PIC 9(6).

       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD CADSENANT.
       01 REG-SENHIST-ANT.
           03 AS-CD-USER                 PIC 9(6).
           03 AS-SENHAS                  PIC X(40).

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

       FD CADPENDANT.
       01 REG-PEND-ANT.
           03 AP-CD-USER                 PIC 9(6).
           03 AP-TIPO                    PIC X(1).
           03 AP-OPERADOR                PIC 9(6).
           03 AP-RESTO                   PIC X(836).

       FD CADPEND.
           COPY REGPEND.

       FD CADREJANT.
       01 REG-REJ-ANT.
           03 AJ-DATA-HORA               PIC X(14).
           03 AJ-CD-USER                 PIC X(6).
           03 AJ-CD-USER-N REDEFINES AJ-CD-USER
                                         PIC 9(6).
           03 AJ-RESTO                   PIC X(265).

       FD CADREJ.
           COPY REGREJ.

       FD CADHISTANT.
       01 REG-HIST-ANT.
           03 AH-CD-USER                 PIC X(6).
           03 AH-CD-USER-N REDEFINES AH-CD-USER
                                         PIC 9(6).
           03 AH-RESTO                   PIC X(525).

       FD CADHIST.
       01 REG-HIST                       PIC X(550).

       FD CADDEPTANT.
       01 REG-DEPTO-ANT.
           03 AD-CODIGO                  PIC X(04).
           03 AD-DESCRICAO               PIC X(30).
           03 AD-GESTOR                  PIC 9(06).

       FD CADDEPT.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD NOTIFQANT.
       01 REG-NOTIF-ANT.
           03 AQ-ANTES                   PIC X(24).
           03 AQ-CD-USER                 PIC X(6).
           03 AQ-CD-USER-N REDEFINES AQ-CD-USER
                                         PIC 9(6).
           03 AQ-RESTO                   PIC X(148).

       FD NOTIFQ.
           COPY REGNOTIF.

       FD LGPDREGANT.
       01 REG-LGPD-ANT.
           03 AL-NUMERO                  PIC 9(06).
           03 AL-ANTES                   PIC X(159).
           03 AL-CD-USER                 PIC 9(06).
           03 AL-DEPOIS                  PIC X(18).

       FD LGPDREG.
           COPY REGLGPD.

       FD CADCAMPANT.
       01 REG-CAMP-ANT.
           03 AM-NUMERO                  PIC 9(06).
           03 AM-ANTES                   PIC X(14).
           03 AM-AUTOR                   PIC 9(06).
           03 AM-DEPOIS                  PIC X(90).

       FD CADCAMP.
           COPY REGCAMP.

       WORKING-STORAGE SECTION.
       77 WS-ANTIGO-PATH                 PIC X(100) VALUE SPACES.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-ANTIGO                   PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-NOVO                     PIC 99.
       77 WS-EOF-ANTIGO                  PIC X VALUE 'N'.
        88 FIM-ANTIGO                    VALUE 'S'.
       77 WS-ARQUIVO                     PIC X(10) VALUE SPACES.
       77 WS-CD-USER-NOVO                PIC 9(08) VALUE ZEROS.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONVERTIDOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONFERIR                PIC 9(06) VALUE ZEROS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-CONVERTE-CADUSER.
           PERFORM 1500-CONVERTE-CADCTRL.
           PERFORM 2000-CONVERTE-CADSEN.
           PERFORM 2500-CONVERTE-CADPEND.
           PERFORM 3000-CONVERTE-CADREJ.
           PERFORM 3500-CONVERTE-CADHIST.
           PERFORM 4000-CONVERTE-CADDEPT.
           PERFORM 4500-CONVERTE-NOTIFQ.
           PERFORM 5000-CONVERTE-LGPDREG.
           PERFORM 5500-CONVERTE-CADCAMP.
           DISPLAY '============================================='.
           DISPLAY 'REFAZER O CADHISTIX PELO CDHISTIDX'.
           DISPLAY '============================================='.
           GOBACK.

      * CADUSER - as chaves alternadas sao refeitas pela propria
      * gravacao no arquivo novo
       1000-CONVERTE-CADUSER.
           MOVE 'CADUSER' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           ACCEPT WS-ANTIGO-PATH FROM ENVIRONMENT "CADUSER_ANT_PATH"
           IF WS-ANTIGO-PATH = SPACES THEN
               MOVE "CADUSERANT" TO WS-ANTIGO-PATH
           END-IF.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

      * conversao e de mao unica: se o CADUSER novo ja existe, parar
      * aqui e o operador decide o que fazer com ele
           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER = 0
               CLOSE CADUSER
               DISPLAY 'CADUSER NOVO JA EXISTE - CONVERSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CADUSERANT
               IF WS-FS-ANTIGO NOT = 0
                   DISPLAY 'CADUSER ANTIGO NAO ABRIU - STATUS '
                       WS-FS-ANTIGO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT CADUSER
                   IF WS-FS-CADUSER NOT = 0
                       DISPLAY 'ERRO AO CRIAR O CADUSER NOVO - '
                           'STATUS ' WS-FS-CADUSER
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 1100-LE-CADUSER UNTIL FIM-ANTIGO
                       CLOSE CADUSER
                   END-IF
                   CLOSE CADUSERANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       1100-LE-CADUSER.
           READ CADUSERANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 1200-GRAVA-CADUSER
           END-READ.

       1200-GRAVA-CADUSER.
           MOVE AN-CD-USER TO FD-CD-USER.
           MOVE AN-RESTO   TO REG-USER (9:586).
           WRITE REG-USER
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AN-CD-USER ' - STATUS ' WS-FS-CADUSER
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADCTRL - ultima sequencia e ultimo codigo gravado
       1500-CONVERTE-CADCTRL.
           MOVE 'CADCTRL' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADCTRL.
           IF WS-FS-NOVO = 0
               CLOSE CADCTRL
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADCTRLANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADCTRL
                   PERFORM 1510-LE-CADCTRL UNTIL FIM-ANTIGO
                   CLOSE CADCTRL
                   CLOSE CADCTRLANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       1510-LE-CADCTRL.
           READ CADCTRLANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 1520-GRAVA-CADCTRL
           END-READ.

       1520-GRAVA-CADCTRL.
           MOVE AC-CHAVE         TO CT-CHAVE.
           MOVE AC-ULT-SEQUENCIA TO CT-ULT-SEQUENCIA.
           MOVE AC-ULT-GRAVADO   TO CT-ULT-GRAVADO.
           WRITE REG-CTRL
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AC-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADSEN - historico das ultimas senhas de cada usuario
       2000-CONVERTE-CADSEN.
           MOVE 'CADSEN' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADSEN.
           IF WS-FS-NOVO = 0
               CLOSE CADSEN
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADSENANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADSEN
                   PERFORM 2100-LE-CADSEN UNTIL FIM-ANTIGO
                   CLOSE CADSEN
                   CLOSE CADSENANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       2100-LE-CADSEN.
           READ CADSENANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2200-GRAVA-CADSEN
           END-READ.

       2200-GRAVA-CADSEN.
           MOVE AS-CD-USER TO SH-CD-USER.
           MOVE AS-SENHAS  TO REG-SENHIST (9:40).
           WRITE REG-SENHIST
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AS-CD-USER ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADPEND - titular e operador de cada alteracao pendente
       2500-CONVERTE-CADPEND.
           MOVE 'CADPEND' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADPEND.
           IF WS-FS-NOVO = 0
               CLOSE CADPEND
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADPENDANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADPEND
                   PERFORM 2510-LE-CADPEND UNTIL FIM-ANTIGO
                   CLOSE CADPEND
                   CLOSE CADPENDANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       2510-LE-CADPEND.
           READ CADPENDANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2520-GRAVA-CADPEND
           END-READ.

       2520-GRAVA-CADPEND.
           MOVE AP-CD-USER  TO PD-CD-USER.
           MOVE AP-TIPO     TO PD-TIPO.
           MOVE AP-OPERADOR TO PD-OPERADOR.
           MOVE AP-RESTO    TO REG-PENDENTE (18:836).
           WRITE REG-PENDENTE
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AP-CD-USER ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADREJ - linhas de rejeicao, na mesma ordem (o CADREJMRK marca
      * as reprocessadas pelo numero da linha); rejeicao sem codigo
      * continua sem codigo
       3000-CONVERTE-CADREJ.
           MOVE 'CADREJ' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADREJ.
           IF WS-FS-NOVO = 0
               CLOSE CADREJ
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADREJANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADREJ
                   PERFORM 3100-LE-CADREJ UNTIL FIM-ANTIGO
                   CLOSE CADREJ
                   CLOSE CADREJANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       3100-LE-CADREJ.
           MOVE SPACES TO REG-REJ-ANT.
           READ CADREJANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 3200-GRAVA-CADREJ
           END-READ.

       3200-GRAVA-CADREJ.
           MOVE SPACES TO REG-REJEICAO.
           MOVE AJ-DATA-HORA TO REG-REJEICAO (1:14).
           IF AJ-CD-USER IS NUMERIC
               MOVE AJ-CD-USER-N TO RJ-CD-USER
           END-IF.
           MOVE AJ-RESTO TO REG-REJEICAO (23:265).
           WRITE REG-REJEICAO.
           ADD 1 TO WS-TOT-CONVERTIDOS.

      * CADHIST - linha sem codigo numerico na frente e regravada como
      * esta e contada para conferencia
       3500-CONVERTE-CADHIST.
           MOVE 'CADHIST' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADHIST.
           IF WS-FS-NOVO = 0
               CLOSE CADHIST
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADHISTANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADHIST
                   PERFORM 3510-LE-CADHIST UNTIL FIM-ANTIGO
                   CLOSE CADHIST
                   CLOSE CADHISTANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       3510-LE-CADHIST.
           MOVE SPACES TO REG-HIST-ANT.
           READ CADHISTANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 3520-GRAVA-CADHIST
           END-READ.

       3520-GRAVA-CADHIST.
           MOVE SPACES TO REG-HIST.
           IF AH-CD-USER IS NUMERIC
               MOVE AH-CD-USER-N TO WS-CD-USER-NOVO
               MOVE WS-CD-USER-NOVO TO REG-HIST (1:8)
               MOVE AH-RESTO TO REG-HIST (9:525)
           ELSE
               MOVE REG-HIST-ANT TO REG-HIST
               ADD 1 TO WS-TOT-CONFERIR
           END-IF.
           WRITE REG-HIST.
           ADD 1 TO WS-TOT-CONVERTIDOS.

      * CADDEPT - gestor do departamento
       4000-CONVERTE-CADDEPT.
           MOVE 'CADDEPT' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADDEPT.
           IF WS-FS-NOVO = 0
               CLOSE CADDEPT
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADDEPTANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADDEPT
                   PERFORM 4100-LE-CADDEPT UNTIL FIM-ANTIGO
                   CLOSE CADDEPT
                   CLOSE CADDEPTANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       4100-LE-CADDEPT.
           READ CADDEPTANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 4200-GRAVA-CADDEPT
           END-READ.

       4200-GRAVA-CADDEPT.
           MOVE AD-CODIGO    TO DP-CODIGO.
           MOVE AD-DESCRICAO TO DP-DESCRICAO.
           MOVE AD-GESTOR    TO DP-GESTOR.
           WRITE REG-DEPTO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AD-CODIGO ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * NOTIFQ - eventos ainda nao tratados pelo mailer; evento sem
      * titular continua sem codigo
       4500-CONVERTE-NOTIFQ.
           MOVE 'NOTIFQ' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT NOTIFQ.
           IF WS-FS-NOVO = 0
               CLOSE NOTIFQ
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT NOTIFQANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT NOTIFQ
                   PERFORM 4510-LE-NOTIFQ UNTIL FIM-ANTIGO
                   CLOSE NOTIFQ
                   CLOSE NOTIFQANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       4510-LE-NOTIFQ.
           MOVE SPACES TO REG-NOTIF-ANT.
           READ NOTIFQANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 4520-GRAVA-NOTIFQ
           END-READ.

       4520-GRAVA-NOTIFQ.
           MOVE SPACES TO REG-NOTIFICACAO.
           MOVE AQ-ANTES TO REG-NOTIFICACAO (1:24).
           IF AQ-CD-USER IS NUMERIC
               MOVE AQ-CD-USER-N TO NQ-CD-USER
           END-IF.
           MOVE AQ-RESTO TO REG-NOTIFICACAO (33:148).
           WRITE REG-NOTIFICACAO.
           ADD 1 TO WS-TOT-CONVERTIDOS.

      * LGPDREG - titular de cada pedido do registro de privacidade
       5000-CONVERTE-LGPDREG.
           MOVE 'LGPDREG' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT LGPDREG.
           IF WS-FS-NOVO = 0
               CLOSE LGPDREG
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT LGPDREGANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT LGPDREG
                   PERFORM 5100-LE-LGPDREG UNTIL FIM-ANTIGO
                   CLOSE LGPDREG
                   CLOSE LGPDREGANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       5100-LE-LGPDREG.
           READ LGPDREGANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 5200-GRAVA-LGPDREG
           END-READ.

       5200-GRAVA-LGPDREG.
           MOVE AL-NUMERO  TO LR-NUMERO.
           MOVE AL-ANTES   TO REG-LGPDREG (7:159).
           MOVE AL-CD-USER TO LR-CD-USER.
           MOVE AL-DEPOIS  TO REG-LGPDREG (174:18).
           WRITE REG-LGPDREG
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AL-NUMERO ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADCAMP - autor de cada campanha de comunicado
       5500-CONVERTE-CADCAMP.
           MOVE 'CADCAMP' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADCAMP.
           IF WS-FS-NOVO = 0
               CLOSE CADCAMP
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADCAMPANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADCAMP
                   PERFORM 5510-LE-CADCAMP UNTIL FIM-ANTIGO
                   CLOSE CADCAMP
                   CLOSE CADCAMPANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       5510-LE-CADCAMP.
           READ CADCAMPANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 5520-GRAVA-CADCAMP
           END-READ.

       5520-GRAVA-CADCAMP.
           MOVE AM-NUMERO TO CP-NUMERO.
           MOVE AM-ANTES  TO REG-CAMPANHA (7:14).
           MOVE AM-AUTOR  TO CP-AUTOR.
           MOVE AM-DEPOIS TO REG-CAMPANHA (29:90).
           WRITE REG-CAMPANHA
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AM-NUMERO ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

       8000-ZERA-TOTAIS.
           MOVE 'N' TO WS-EOF-ANTIGO.
           MOVE ZEROS TO WS-TOT-LIDOS WS-TOT-CONVERTIDOS
               WS-TOT-CONFERIR.

       8100-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CONVERSAO DO ' WS-ARQUIVO ' CONCLUIDA'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS LIDOS......: ' WS-MSK-QTD.
           MOVE WS-TOT-CONVERTIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-MSK-QTD.
           IF WS-TOT-CONFERIR > 0
               MOVE WS-TOT-CONFERIR TO WS-MSK-QTD
               DISPLAY 'LINHAS SEM CODIGO....: ' WS-MSK-QTD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-TOT-LIDOS NOT = WS-TOT-CONVERTIDOS
               DISPLAY 'ATENCAO: CONVERSAO DIVERGENTE - CONFIRA'
               MOVE 8 TO RETURN-CODE
           END-IF.

       8200-NOVO-EXISTE.
           DISPLAY '============================================='.
           DISPLAY WS-ARQUIVO ' NOVO JA EXISTE - CONVERSAO RECUSADA'.
           MOVE 8 TO RETURN-CODE.

       8300-SEM-ANTIGO.
           DISPLAY '============================================='.
           DISPLAY WS-ARQUIVO ' ANTIGO NAO ENCONTRADO - STATUS '
               WS-FS-ANTIGO ' - NADA A CONVERTER'.

       END PROGRAM CDCONVCOD.
