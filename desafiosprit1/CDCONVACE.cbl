      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONVERSAO UNICA DO CODIGO DE USUARIO PARA 8 DIGITOS -
      *         controle de acesso e privacidade. Mesma virada do
      *         CDCONVCOD para os arquivos que guardam codigo de
      *         operador ou de titular fora do cadastro: o CADDIREI
      *         (o sujeito de um direito por operador ganha os dois
      *         zeros a esquerda; o de um direito por perfil continua
      *         sendo a letra do perfil), o CADDELEG, o CADVISDP, o
      *         CADSESS, o CADBLQLG, o CADCONS e o CADCNSLG (antigos
      *         com o mesmo nome seguido de ANT). Arquivo cujo layout
      *         novo ja existe e recusado; arquivo antigo ausente e so
      *         avisado. Roda uma unica vez na virada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCONVACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIREIANT ASSIGN TO
           "CADDIREIANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AI-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADDIREI ASSIGN TO
           "CADDIREI"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DI-CHAVE
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADDELEGANT ASSIGN TO
           "CADDELEGANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AG-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADDELEG ASSIGN TO
           "CADDELEG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DG-CHAVE
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADVISDPANT ASSIGN TO
           "CADVISDPANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AV-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADVISDP ASSIGN TO
           "CADVISDP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CHAVE
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADSESSANT ASSIGN TO
           "CADSESSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AE-OPERADOR
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADSESS ASSIGN TO
           "CADSESS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-OPERADOR
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADBLQLGANT ASSIGN TO
           "CADBLQLGANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AB-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADBLQLG ASSIGN TO
           "CADBLQLG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-CHAVE
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADCONSANT ASSIGN TO
           "CADCONSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AK-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADCONS ASSIGN TO
           "CADCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CHAVE
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADCNSLGANT ASSIGN TO
           "CADCNSLGANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADCNSLG ASSIGN TO
           "CADCNSLG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
      * layouts antigos, com os codigos de 6 digitos
       FD CADDIREIANT.
       01 REG-DIREITO-ANT.
           03 AI-CHAVE.
               05 AI-TIPO                PIC X(1).
                   88 AI-DIREITO-OPERADOR VALUE 'O'.
               05 AI-SUJEITO             PIC X(6).
               05 AI-SUJEITO-N REDEFINES AI-SUJEITO
                                         PIC 9(6).
               05 AI-PROGRAMA            PIC X(10).
               05 AI-OPCAO               PIC X(1).
           03 AI-PERMITE                 PIC X(1).
           03 AI-OPER-CADASTRO           PIC 9(6).
           03 AI-DT-CADASTRO             PIC 9(8).

       FD CADDIREI.
           COPY REGDIREI.

       FD CADDELEGANT.
       01 REG-DELEGACAO-ANT.
           03 AG-CHAVE.
               05 AG-DELEGADO            PIC 9(6).
               05 AG-DT-INICIO           PIC 9(8).
           03 AG-DELEGANTE               PIC 9(6).
           03 AG-PERFIL                  PIC X(1).
           03 AG-DT-FIM                  PIC 9(8).
           03 AG-STATUS                  PIC X(1).
           03 AG-OPER-CADASTRO           PIC 9(6).
           03 AG-DT-CADASTRO             PIC 9(8).

       FD CADDELEG.
           COPY REGDELEG.

       FD CADVISDPANT.
       01 REG-VISDEPTO-ANT.
           03 AV-CHAVE.
               05 AV-OPERADOR            PIC 9(6).
               05 AV-DEPTO               PIC X(4).
           03 AV-OPER-CADASTRO           PIC 9(6).
           03 AV-DT-CADASTRO             PIC 9(8).

       FD CADVISDP.
           COPY REGVISDP.

       FD CADSESSANT.
       01 REG-SESSAO-ANT.
           03 AE-OPERADOR                PIC 9(6).
           03 AE-RESTO                   PIC X(48).

       FD CADSESS.
           COPY REGSESS.

       FD CADBLQLGANT.
       01 REG-BLOQLEGAL-ANT.
           03 AB-CHAVE.
               05 AB-CD-USER             PIC 9(6).
               05 AB-PROCESSO            PIC X(20).
           03 AB-SITUACAO                PIC X(1).
           03 AB-OPER-INCLUSAO           PIC 9(6).
           03 AB-DT-INCLUSAO             PIC 9(8).
           03 AB-OPER-LIBERACAO          PIC 9(6).
           03 AB-DT-LIBERACAO            PIC 9(8).
           03 AB-OBSERVACAO              PIC X(40).

       FD CADBLQLG.
           COPY REGBLQLG.

       FD CADCONSANT.
       01 REG-CONSENT-ANT.
           03 AK-CHAVE.
               05 AK-CD-USER             PIC 9(6).
               05 AK-FINALIDADE          PIC X(1).
           03 AK-SITUACAO                PIC X(1).
           03 AK-DATA                    PIC 9(8).
           03 AK-HORA                    PIC X(6).
           03 AK-CANAL                   PIC X(1).
           03 AK-OPERADOR                PIC 9(6).

       FD CADCONS.
           COPY REGCONS.

       FD CADCNSLGANT.
       01 REG-CNSLOG-ANT.
           03 AX-ANTES                   PIC X(14).
           03 AX-CD-USER                 PIC X(6).
           03 AX-CD-USER-N REDEFINES AX-CD-USER
                                         PIC 9(6).
           03 AX-MEIO                    PIC X(4).
           03 AX-OPERADOR                PIC X(6).
           03 AX-OPERADOR-N REDEFINES AX-OPERADOR
                                         PIC 9(6).

       FD CADCNSLG.
           COPY REGCNSLG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO                   PIC 99.
       77 WS-FS-NOVO                     PIC 99.
       77 WS-EOF-ANTIGO                  PIC X VALUE 'N'.
        88 FIM-ANTIGO                    VALUE 'S'.
       77 WS-ARQUIVO                     PIC X(10) VALUE SPACES.
       77 WS-SUJ-CODIGO                  PIC 9(08) VALUE ZEROS.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONVERTIDOS             PIC 9(06) VALUE ZEROS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-CONVERTE-CADDIREI.
           PERFORM 1500-CONVERTE-CADDELEG.
           PERFORM 2000-CONVERTE-CADVISDP.
           PERFORM 2500-CONVERTE-CADSESS.
           PERFORM 3000-CONVERTE-CADBLQLG.
           PERFORM 3500-CONVERTE-CADCONS.
           PERFORM 4000-CONVERTE-CADCNSLG.
           DISPLAY '============================================='.
           GOBACK.

      * CADDIREI - so o sujeito de direito por operador e codigo; o
      * de direito por perfil e a letra do perfil e passa como esta
       1000-CONVERTE-CADDIREI.
           MOVE 'CADDIREI' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADDIREI.
           IF WS-FS-NOVO = 0
               CLOSE CADDIREI
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADDIREIANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADDIREI
                   PERFORM 1100-LE-CADDIREI UNTIL FIM-ANTIGO
                   CLOSE CADDIREI
                   CLOSE CADDIREIANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       1100-LE-CADDIREI.
           READ CADDIREIANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 1200-GRAVA-CADDIREI
           END-READ.

       1200-GRAVA-CADDIREI.
           MOVE AI-TIPO TO DI-TIPO.
           IF AI-DIREITO-OPERADOR AND AI-SUJEITO IS NUMERIC
               MOVE AI-SUJEITO-N TO WS-SUJ-CODIGO
               MOVE WS-SUJ-CODIGO TO DI-SUJEITO
           ELSE
               MOVE AI-SUJEITO TO DI-SUJEITO
           END-IF.
           MOVE AI-PROGRAMA      TO DI-PROGRAMA.
           MOVE AI-OPCAO         TO DI-OPCAO.
           MOVE AI-PERMITE       TO DI-PERMITE.
           MOVE AI-OPER-CADASTRO TO DI-OPER-CADASTRO.
           MOVE AI-DT-CADASTRO   TO DI-DT-CADASTRO.
           WRITE REG-DIREITO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AI-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADDELEG - delegado, delegante e quem cadastrou
       1500-CONVERTE-CADDELEG.
           MOVE 'CADDELEG' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADDELEG.
           IF WS-FS-NOVO = 0
               CLOSE CADDELEG
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADDELEGANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADDELEG
                   PERFORM 1510-LE-CADDELEG UNTIL FIM-ANTIGO
                   CLOSE CADDELEG
                   CLOSE CADDELEGANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       1510-LE-CADDELEG.
           READ CADDELEGANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 1520-GRAVA-CADDELEG
           END-READ.

       1520-GRAVA-CADDELEG.
           MOVE AG-DELEGADO      TO DG-DELEGADO.
           MOVE AG-DT-INICIO     TO DG-DT-INICIO.
           MOVE AG-DELEGANTE     TO DG-DELEGANTE.
           MOVE AG-PERFIL        TO DG-PERFIL.
           MOVE AG-DT-FIM        TO DG-DT-FIM.
           MOVE AG-STATUS        TO DG-STATUS.
           MOVE AG-OPER-CADASTRO TO DG-OPER-CADASTRO.
           MOVE AG-DT-CADASTRO   TO DG-DT-CADASTRO.
           WRITE REG-DELEGACAO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AG-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADVISDP - departamentos concedidos a cada operador
       2000-CONVERTE-CADVISDP.
           MOVE 'CADVISDP' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADVISDP.
           IF WS-FS-NOVO = 0
               CLOSE CADVISDP
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADVISDPANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADVISDP
                   PERFORM 2100-LE-CADVISDP UNTIL FIM-ANTIGO
                   CLOSE CADVISDP
                   CLOSE CADVISDPANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       2100-LE-CADVISDP.
           READ CADVISDPANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2200-GRAVA-CADVISDP
           END-READ.

       2200-GRAVA-CADVISDP.
           MOVE AV-OPERADOR      TO VD-OPERADOR.
           MOVE AV-DEPTO         TO VD-DEPTO.
           MOVE AV-OPER-CADASTRO TO VD-OPER-CADASTRO.
           MOVE AV-DT-CADASTRO   TO VD-DT-CADASTRO.
           WRITE REG-VISDEPTO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AV-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADSESS - sessao aberta de cada operador
       2500-CONVERTE-CADSESS.
           MOVE 'CADSESS' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADSESS.
           IF WS-FS-NOVO = 0
               CLOSE CADSESS
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADSESSANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADSESS
                   PERFORM 2510-LE-CADSESS UNTIL FIM-ANTIGO
                   CLOSE CADSESS
                   CLOSE CADSESSANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       2510-LE-CADSESS.
           READ CADSESSANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2520-GRAVA-CADSESS
           END-READ.

       2520-GRAVA-CADSESS.
           MOVE AE-OPERADOR TO SS-OPERADOR.
           MOVE AE-RESTO    TO REG-SESSAO (9:48).
           WRITE REG-SESSAO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AE-OPERADOR ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADBLQLG - titular e operadores de cada bloqueio legal
       3000-CONVERTE-CADBLQLG.
           MOVE 'CADBLQLG' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADBLQLG.
           IF WS-FS-NOVO = 0
               CLOSE CADBLQLG
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADBLQLGANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADBLQLG
                   PERFORM 3100-LE-CADBLQLG UNTIL FIM-ANTIGO
                   CLOSE CADBLQLG
                   CLOSE CADBLQLGANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       3100-LE-CADBLQLG.
           READ CADBLQLGANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 3200-GRAVA-CADBLQLG
           END-READ.

       3200-GRAVA-CADBLQLG.
           MOVE AB-CD-USER        TO BL-CD-USER.
           MOVE AB-PROCESSO       TO BL-PROCESSO.
           MOVE AB-SITUACAO       TO BL-SITUACAO.
           MOVE AB-OPER-INCLUSAO  TO BL-OPER-INCLUSAO.
           MOVE AB-DT-INCLUSAO    TO BL-DT-INCLUSAO.
           MOVE AB-OPER-LIBERACAO TO BL-OPER-LIBERACAO.
           MOVE AB-DT-LIBERACAO   TO BL-DT-LIBERACAO.
           MOVE AB-OBSERVACAO     TO BL-OBSERVACAO.
           WRITE REG-BLOQLEGAL
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AB-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADCONS - situacao atual de cada consentimento
       3500-CONVERTE-CADCONS.
           MOVE 'CADCONS' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADCONS.
           IF WS-FS-NOVO = 0
               CLOSE CADCONS
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADCONSANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADCONS
                   PERFORM 3510-LE-CADCONS UNTIL FIM-ANTIGO
                   CLOSE CADCONS
                   CLOSE CADCONSANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       3510-LE-CADCONS.
           READ CADCONSANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 3520-GRAVA-CADCONS
           END-READ.

       3520-GRAVA-CADCONS.
           MOVE AK-CD-USER    TO CS-CD-USER.
           MOVE AK-FINALIDADE TO CS-FINALIDADE.
           MOVE AK-SITUACAO   TO CS-SITUACAO.
           MOVE AK-DATA       TO CS-DATA.
           MOVE AK-HORA       TO CS-HORA.
           MOVE AK-CANAL      TO CS-CANAL.
           MOVE AK-OPERADOR   TO CS-OPERADOR.
           WRITE REG-CONSENT
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AK-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADCNSLG - trilha de mudancas de consentimento, na mesma ordem
       4000-CONVERTE-CADCNSLG.
           MOVE 'CADCNSLG' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADCNSLG.
           IF WS-FS-NOVO = 0
               CLOSE CADCNSLG
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADCNSLGANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADCNSLG
                   PERFORM 4100-LE-CADCNSLG UNTIL FIM-ANTIGO
                   CLOSE CADCNSLG
                   CLOSE CADCNSLGANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       4100-LE-CADCNSLG.
           MOVE SPACES TO REG-CNSLOG-ANT.
           READ CADCNSLGANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 4200-GRAVA-CADCNSLG
           END-READ.

       4200-GRAVA-CADCNSLG.
           MOVE SPACES TO REG-CNSLOG.
           MOVE AX-ANTES TO REG-CNSLOG (1:14).
           IF AX-CD-USER IS NUMERIC
               MOVE AX-CD-USER-N TO CL-CD-USER
           END-IF.
           MOVE AX-MEIO TO REG-CNSLOG (23:4).
           IF AX-OPERADOR IS NUMERIC
               MOVE AX-OPERADOR-N TO CL-OPERADOR
           END-IF.
           WRITE REG-CNSLOG.
           ADD 1 TO WS-TOT-CONVERTIDOS.

       8000-ZERA-TOTAIS.
           MOVE 'N' TO WS-EOF-ANTIGO.
           MOVE ZEROS TO WS-TOT-LIDOS WS-TOT-CONVERTIDOS.

       8100-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CONVERSAO DO ' WS-ARQUIVO ' CONCLUIDA'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS LIDOS......: ' WS-MSK-QTD.
           MOVE WS-TOT-CONVERTIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-MSK-QTD.
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

       END PROGRAM CDCONVACE.
