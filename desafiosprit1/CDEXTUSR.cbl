      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:EXTRATO NOTURNO DO CADUSER - primeiro passo dos planos
      *         do CDBATCH: le o indexado uma unica vez e grava o
      *         extrato sequencial (layout REGEXTUS) que os relatorios
      *         somente leitura da noite consomem pelo CDEXTLE, em vez
      *         de cada um varrer o CADUSER de novo. Na mesma leitura
      *         saem as duas ordens que os relatorios pedem:
      *           CADUSEREXT - ordem do codigo, gravado direto;
      *           CADUSERNOM - ordem do diretorio (nome impresso, o
      *                        social quando houver, na forma de
      *                        pesquisa do CDNORNOM, depois o codigo),
      *                        pela classificacao do mesmo passe.
      *         Cada arquivo tem cabecalho 'H' (data, hora e ordem) e
      *         trailer 'T' com a quantidade e a soma dos codigos. So
      *         com os dois gravados e batendo o passo publica
      *         CADUSER_EXTRATO=S para os passos seguintes da rodada;
      *         sem isso (ou rodando fora do lote) cada relatorio volta
      *         a ler o CADUSER como antes. Quem altera o cadastro
      *         (CDSENPOL, CDFIMCTR, CDMAILRET...) continua no indexado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEXTUSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADUSEREXT ASSIGN TO
           "CADUSEREXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXTCOD.

           SELECT CADUSERNOM ASSIGN TO
           "CADUSERNOM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXTNOM.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD CADUSEREXT.
       01 REG-EXTCOD                      PIC X(700).

       FD CADUSERNOM.
       01 REG-EXTNOM                      PIC X(700).

      * registro inteiro do CADUSER precedido da forma de pesquisa
      * (CDNORNOM) do nome impresso, a mesma ordem do CDRELUSR
       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-NOME-NORM               PIC X(100).
           03 SR-CODIGO                  PIC 9(08).
           03 SR-REGISTRO                PIC X(594).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-EXTCOD                   PIC 99.
       77 WS-FS-EXTNOM                   PIC 99.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.
       77 WS-ERRO-GRAVACAO               PIC X VALUE 'N'.
        88 HOUVE-ERRO-GRAVACAO           VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).

      * quantidade e soma dos codigos de cada arquivo, que vao para o
      * trailer e tem de bater entre as duas ordens
       77 WS-QTD-CODIGO                  PIC 9(08) VALUE ZEROS.
       77 WS-HASH-CODIGO                 PIC 9(15) VALUE ZEROS.
       77 WS-QTD-NOME                    PIC 9(08) VALUE ZEROS.
       77 WS-HASH-NOME                   PIC 9(15) VALUE ZEROS.

           COPY REGEXTUS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF NOT FIM-CADUSER
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-NOME-NORM
                   ON ASCENDING KEY SR-CODIGO
                   INPUT PROCEDURE IS 2000-DESCARREGA
                   OUTPUT PROCEDURE IS 3000-GRAVA-POR-NOME
               PERFORM 4000-CONFERE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * o extrato da rodada anterior deixa de valer ja no inicio: se
      * este passo cair, os relatorios leem o CADUSER
       1000-INICIAR.
           DISPLAY 'CADUSER_EXTRATO' UPON ENVIRONMENT-NAME.
           DISPLAY 'N' UPON ENVIRONMENT-VALUE.

           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.

           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ENCONTRADO - EXTRATO NAO GERADO'
               MOVE 'S' TO WS-EOF-USER
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CADUSEREXT
               IF WS-FS-EXTCOD NOT = 0
                   DISPLAY 'CADUSEREXT NAO PODE SER CRIADO - STATUS '
                       WS-FS-EXTCOD
                   CLOSE CADUSER
                   MOVE 35 TO WS-FS-CADUSER
                   MOVE 'S' TO WS-EOF-USER
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'C' TO EU-ORDEM
                   PERFORM 1100-MONTA-CABECALHO
                   WRITE REG-EXTCOD FROM REG-EXTRATO-USUARIO
               END-IF
           END-IF.

       1100-MONTA-CABECALHO.
           MOVE SPACES     TO EU-CORPO.
           MOVE 'H'        TO EU-TIPO.
           MOVE WS-DT-EXEC TO EU-DATA.
           MOVE WS-HR-EXEC TO EU-HORA.
           MOVE ZEROS      TO EU-QTD EU-HASH.

       1200-MONTA-TRAILER.
           MOVE SPACES     TO EU-CORPO.
           MOVE 'T'        TO EU-TIPO.
           MOVE WS-DT-EXEC TO EU-DATA.
           MOVE WS-HR-EXEC TO EU-HORA.

      * a unica leitura do CADUSER: cada registro vai para o extrato
      * por codigo e entra na classificacao por nome
       2000-DESCARREGA SECTION.
           PERFORM 2010-DESCARREGA-REGISTRO UNTIL FIM-CADUSER.
           MOVE 'C' TO EU-ORDEM.
           PERFORM 1200-MONTA-TRAILER.
           MOVE WS-QTD-CODIGO  TO EU-QTD.
           MOVE WS-HASH-CODIGO TO EU-HASH.
           WRITE REG-EXTCOD FROM REG-EXTRATO-USUARIO.
           IF WS-FS-EXTCOD NOT = 0
               MOVE 'S' TO WS-ERRO-GRAVACAO
           END-IF.
           CLOSE CADUSEREXT.
           GO TO 2090-DESCARREGA-EXIT.

       2010-DESCARREGA-REGISTRO.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   MOVE SPACES TO REG-EXTRATO-USUARIO
                   MOVE 'D' TO EU-TIPO
                   IF FD-NM-SOCIAL = SPACES
                       CALL 'CDNORNOM' USING FD-NM EU-NOME-NORM
                   ELSE
                       CALL 'CDNORNOM' USING FD-NM-SOCIAL
                           EU-NOME-NORM
                   END-IF
                   MOVE REG-USER TO EU-USUARIO
                   WRITE REG-EXTCOD FROM REG-EXTRATO-USUARIO
                   IF WS-FS-EXTCOD NOT = 0
                       MOVE 'S' TO WS-ERRO-GRAVACAO
                   END-IF
                   ADD 1 TO WS-QTD-CODIGO
                   ADD FD-CD-USER TO WS-HASH-CODIGO
                   MOVE EU-NOME-NORM TO SR-NOME-NORM
                   MOVE FD-CD-USER   TO SR-CODIGO
                   MOVE REG-USER     TO SR-REGISTRO
                   RELEASE REG-SORT
           END-READ.

       2090-DESCARREGA-EXIT.
           EXIT.

       3000-GRAVA-POR-NOME SECTION.
           OPEN OUTPUT CADUSERNOM.
           IF WS-FS-EXTNOM NOT = 0
               DISPLAY 'CADUSERNOM NAO PODE SER CRIADO - STATUS '
                   WS-FS-EXTNOM
               MOVE 'S' TO WS-ERRO-GRAVACAO
               GO TO 3090-GRAVA-EXIT
           END-IF.
           MOVE 'N' TO EU-ORDEM.
           PERFORM 1100-MONTA-CABECALHO.
           WRITE REG-EXTNOM FROM REG-EXTRATO-USUARIO.
           PERFORM 3010-GRAVA-REGISTRO UNTIL FIM-SORT.
           MOVE 'N' TO EU-ORDEM.
           PERFORM 1200-MONTA-TRAILER.
           MOVE WS-QTD-NOME  TO EU-QTD.
           MOVE WS-HASH-NOME TO EU-HASH.
           WRITE REG-EXTNOM FROM REG-EXTRATO-USUARIO.
           IF WS-FS-EXTNOM NOT = 0
               MOVE 'S' TO WS-ERRO-GRAVACAO
           END-IF.
           CLOSE CADUSERNOM.
           GO TO 3090-GRAVA-EXIT.

       3010-GRAVA-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   MOVE SPACES TO REG-EXTRATO-USUARIO
                   MOVE 'D' TO EU-TIPO
                   MOVE SR-NOME-NORM TO EU-NOME-NORM
                   MOVE SR-REGISTRO  TO EU-USUARIO
                   WRITE REG-EXTNOM FROM REG-EXTRATO-USUARIO
                   IF WS-FS-EXTNOM NOT = 0
                       MOVE 'S' TO WS-ERRO-GRAVACAO
                   END-IF
                   ADD 1 TO WS-QTD-NOME
                   ADD SR-CODIGO TO WS-HASH-NOME
           END-RETURN.

       3090-GRAVA-EXIT.
           EXIT.

      * as duas ordens tem de trazer os mesmos usuarios; so entao o
      * extrato fica valendo para os passos seguintes
       4000-CONFERE.
           DISPLAY '============================================='.
           DISPLAY 'EXTRATO DO CADUSER ' WS-DT-EXEC ' ' WS-HR-EXEC.
           MOVE WS-QTD-CODIGO TO WS-MSK-QTD.
           DISPLAY 'REGISTROS NA ORDEM DO CODIGO..: ' WS-MSK-QTD.
           MOVE WS-QTD-NOME TO WS-MSK-QTD.
           DISPLAY 'REGISTROS NA ORDEM DO NOME....: ' WS-MSK-QTD.
           IF HOUVE-ERRO-GRAVACAO
               OR WS-QTD-CODIGO NOT = WS-QTD-NOME
               OR WS-HASH-CODIGO NOT = WS-HASH-NOME
               DISPLAY 'EXTRATO INCONSISTENTE - OS RELATORIOS LERAO '
                   'O CADUSER'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CADUSER_EXTRATO' UPON ENVIRONMENT-NAME
               DISPLAY 'S' UPON ENVIRONMENT-VALUE
               DISPLAY 'EXTRATO PUBLICADO PARA OS RELATORIOS DA RODADA'
           END-IF.
           DISPLAY '============================================='.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDEXTUSR.
