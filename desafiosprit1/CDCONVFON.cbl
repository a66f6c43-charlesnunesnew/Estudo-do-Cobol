      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONVERSAO UNICA DO TELEFONE PARA 9 DIGITOS - o prefixo
      *         do telefone passou de 4 para 5 digitos (celular com o
      *         nono digito) e ganhou o tipo C celular / F fixo em
      *         todos os layouts, entao os arquivos antigos deixam de
      *         casar com os programas novos. Este utilitario, no molde
      *         do CDCONVUSR, regrava no layout novo o CADUSER (antigo
      *         em CADUSER_ANT_PATH, padrao CADUSERANT, com as chaves
      *         alternadas refeitas na gravacao), o CADPEND, o CADREJ,
      *         o CADHIST e o CADRESP (antigos em CADPENDANT,
      *         CADREJANT, CADHISTANT e CADRESPANT). Prefixo antigo de
      *         6 a 9 e celular que perdeu o nono digito e volta com o
      *         9 na frente; o resto e fixo e ganha zero a esquerda,
      *         de modo que o numero discado nao muda. Os telefones do
      *         CADUSER que nao passam no CDVALFON sao listados para
      *         conferencia, sem bloquear a conversao. Arquivo cujo
      *         layout novo ja existe e recusado; arquivo antigo
      *         ausente e so avisado. Roda uma unica vez na virada.
      *         Os codigos de usuario e de operador, de 6 digitos nos
      *         arquivos antigos, ja saem com 8 digitos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCONVFON.

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

           SELECT CADRESPANT ASSIGN TO
           "CADRESPANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AR-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
      * layouts antigos: so a chave e o telefone de 12 digitos tem
      * nome, o resto e copiado em bloco para a posicao nova
       FD CADUSERANT.
       01 REG-USER-ANT.
           03 AN-CD-USER                 PIC 9(6).
           03 AN-ANTES                   PIC X(200).
           03 AN-PHONE                   PIC 9(12).
           03 AN-DEPOIS                  PIC X(360).

       FD CADUSER.
           COPY REGUSER.

       FD CADPENDANT.
       01 REG-PEND-ANT.
           03 AP-CD-USER                 PIC 9(6).
           03 AP-TIPO                    PIC X(1).
           03 AP-OPERADOR                PIC 9(6).
           03 AP-ANTES                   PIC X(214).
           03 AP-ANT-PHONE               PIC 9(12).
           03 AP-MEIO                    PIC X(200).
           03 AP-NOV-PHONE               PIC 9(12).
           03 AP-DEPOIS                  PIC X(394).

       FD CADPEND.
           COPY REGPEND.

       FD CADREJANT.
       01 REG-REJ-ANT.
           03 AJ-DATA-HORA               PIC X(14).
           03 AJ-CD-USER                 PIC X(6).
           03 AJ-CD-USER-N REDEFINES AJ-CD-USER
                                         PIC 9(6).
           03 AJ-ANTES                   PIC X(200).
           03 AJ-PHONE                   PIC X(12).
           03 AJ-DEPOIS                  PIC X(51).

       FD CADREJ.
           COPY REGREJ.

       FD CADHISTANT.
       01 REG-HIST-ANT.
           03 AH-CD-USER                 PIC X(6).
           03 AH-CD-USER-N REDEFINES AH-CD-USER
                                         PIC 9(6).
           03 AH-ANTES                   PIC X(212).
           03 AH-PHONE                   PIC X(12).
           03 AH-DEPOIS                  PIC X(298).

       FD CADHIST.
       01 REG-HIST                       PIC X(550).

       FD CADRESPANT.
       01 REG-RESP-ANT.
           03 AR-CHAVE                   PIC X(6).
           03 AR-ANTES                   PIC X(40).
           03 AR-PHONE                   PIC 9(12).
           03 AR-DEPOIS                  PIC X(80).

       FD CADRESP.
           COPY REGRESP.

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
       77 WS-TOT-CELULAR                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONFERIR                PIC 9(06) VALUE ZEROS.

      * telefone no layout antigo e no novo, e o tipo deduzido
       01 WS-FONE-ANT.
           05 WS-FA-PAIS                 PIC 9(02).
           05 WS-FA-DDD                  PIC 9(02).
           05 WS-FA-PREFIXO              PIC 9(04).
           05 WS-FA-SUFIXO               PIC 9(04).
       01 WS-FONE-NOVO.
           05 WS-FN-PAIS                 PIC 9(02).
           05 WS-FN-DDD                  PIC 9(02).
           05 WS-FN-PREFIXO              PIC 9(05).
           05 WS-FN-SUFIXO               PIC 9(04).
       77 WS-FONE-TIPO                   PIC X(01) VALUE SPACE.

       77 WS-FONE-OK                     PIC X(01) VALUE 'S'.
       77 WS-FONE-MSG                    PIC X(50) VALUE SPACES.

      * CADHIST novo montado pelo copybook para manter os separadores
           COPY REGHIST.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-CONVERTE-CADUSER.
           PERFORM 2000-CONVERTE-CADPEND.
           PERFORM 3000-CONVERTE-CADREJ.
           PERFORM 4000-CONVERTE-CADHIST.
           PERFORM 5000-CONVERTE-CADRESP.
           DISPLAY '============================================='.
           GOBACK.

      * CADUSER - as chaves alternadas (inclusive a do telefone) sao
      * refeitas pela propria gravacao no arquivo novo
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
           MOVE AN-PHONE TO WS-FONE-ANT.
           PERFORM 7000-CONVERTE-FONE.
           MOVE AN-CD-USER   TO FD-CD-USER.
           MOVE AN-ANTES     TO REG-USER (9:200).
           MOVE WS-FONE-NOVO TO FD-PHONE.
           MOVE WS-FONE-TIPO TO FD-PHONE-TIPO.
           MOVE AN-DEPOIS    TO REG-USER (223:360).
           MOVE SPACE        TO FD-EMAIL-SITUACAO.
           MOVE ZEROS        TO FD-DT-EMAIL-DEVOLVIDO.
           MOVE ZEROS        TO FD-QTD-EMAIL-SOFT.

           CALL 'CDVALFON' USING FD-PHONE FD-PHONE-TIPO WS-FONE-OK
               WS-FONE-MSG.
           IF WS-FONE-OK = 'N'
               ADD 1 TO WS-TOT-CONFERIR
               DISPLAY 'CONFERIR TELEFONE - USUARIO ' FD-CD-USER
                   ' +' FD-PHONE-PAIS ' (' FD-PHONE-DDD ') '
                   FD-PHONE-PREFIXO '-' FD-PHONE-SUFIXO ' - '
                   FUNCTION TRIM (WS-FONE-MSG)
           END-IF.

           WRITE REG-USER
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AN-CD-USER ' - STATUS ' WS-FS-CADUSER
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADPEND - telefone anterior e novo de cada alteracao pendente
       2000-CONVERTE-CADPEND.
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
                   PERFORM 2100-LE-CADPEND UNTIL FIM-ANTIGO
                   CLOSE CADPEND
                   CLOSE CADPENDANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       2100-LE-CADPEND.
           READ CADPENDANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2200-GRAVA-CADPEND
           END-READ.

       2200-GRAVA-CADPEND.
           MOVE AP-CD-USER   TO PD-CD-USER.
           MOVE AP-TIPO      TO PD-TIPO.
           MOVE AP-OPERADOR  TO PD-OPERADOR.
           MOVE AP-ANTES     TO REG-PENDENTE (18:214).
           MOVE AP-ANT-PHONE TO WS-FONE-ANT.
           PERFORM 7000-CONVERTE-FONE.
           MOVE WS-FONE-NOVO TO PD-ANT-PHONE.
           MOVE WS-FONE-TIPO TO PD-ANT-FONE-TIPO.
           MOVE AP-MEIO      TO REG-PENDENTE (246:200).
           MOVE AP-NOV-PHONE TO WS-FONE-ANT.
           PERFORM 7000-CONVERTE-FONE.
           MOVE WS-FONE-NOVO TO PD-NOV-PHONE.
           MOVE WS-FONE-TIPO TO PD-NOV-FONE-TIPO.
           MOVE AP-DEPOIS    TO REG-PENDENTE (460:394).
           WRITE REG-PENDENTE
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AP-CD-USER ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADREJ - linhas de rejeicao, na mesma ordem (o CADREJMRK marca
      * as reprocessadas pelo numero da linha)
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
           MOVE AJ-ANTES TO REG-REJEICAO (23:200).
           IF AJ-PHONE IS NUMERIC
               MOVE AJ-PHONE TO WS-FONE-ANT
               PERFORM 7000-CONVERTE-FONE
               MOVE WS-FONE-NOVO TO RJ-PHONE
               MOVE WS-FONE-TIPO TO RJ-PHONE-TIPO
           ELSE
               MOVE AJ-PHONE TO RJ-PHONE
           END-IF.
           MOVE AJ-DEPOIS TO REG-REJEICAO (237:51).
           WRITE REG-REJEICAO.
           ADD 1 TO WS-TOT-CONVERTIDOS.

      * CADHIST - linhas antigas mais curtas chegam sem telefone e sao
      * regravadas como estao
       4000-CONVERTE-CADHIST.
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
                   PERFORM 4100-LE-CADHIST UNTIL FIM-ANTIGO
                   CLOSE CADHIST
                   CLOSE CADHISTANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       4100-LE-CADHIST.
           MOVE SPACES TO REG-HIST-ANT.
           READ CADHISTANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 4200-GRAVA-CADHIST
           END-READ.

       4200-GRAVA-CADHIST.
           IF AH-PHONE IS NUMERIC
               MOVE AH-CD-USER-N TO WH-CD-USER
               MOVE AH-ANTES TO WS-REG-HIST-SAIDA (9:212)
               MOVE AH-PHONE TO WS-FONE-ANT
               PERFORM 7000-CONVERTE-FONE
               MOVE WS-FONE-NOVO TO WH-PHONE
               MOVE WS-FONE-TIPO TO WH-PHONE-TIPO
               MOVE AH-DEPOIS TO WS-REG-HIST-SAIDA (236:298)
               MOVE WS-REG-HIST-SAIDA TO REG-HIST
           ELSE
               MOVE SPACES TO REG-HIST
               IF AH-CD-USER IS NUMERIC
                   MOVE AH-CD-USER-N TO WS-CD-USER-NOVO
                   MOVE WS-CD-USER-NOVO TO REG-HIST (1:8)
                   MOVE REG-HIST-ANT (7:) TO REG-HIST (9:)
               ELSE
                   MOVE REG-HIST-ANT TO REG-HIST
               END-IF
           END-IF.
           WRITE REG-HIST.
           ADD 1 TO WS-TOT-CONVERTIDOS.

      * CADRESP - telefone do responsavel pelo aluno
       5000-CONVERTE-CADRESP.
           MOVE 'CADRESP' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADRESP.
           IF WS-FS-NOVO = 0
               CLOSE CADRESP
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADRESPANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADRESP
                   PERFORM 5100-LE-CADRESP UNTIL FIM-ANTIGO
                   CLOSE CADRESP
                   CLOSE CADRESPANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       5100-LE-CADRESP.
           READ CADRESPANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 5200-GRAVA-CADRESP
           END-READ.

       5200-GRAVA-CADRESP.
           MOVE AR-CHAVE TO RS-CHAVE.
           MOVE AR-ANTES TO REG-RESPONSAVEL (7:40).
           MOVE AR-PHONE TO WS-FONE-ANT.
           PERFORM 7000-CONVERTE-FONE.
           MOVE WS-FONE-NOVO TO RS-PHONE.
           MOVE WS-FONE-TIPO TO RS-PHONE-TIPO.
           MOVE AR-DEPOIS TO REG-RESPONSAVEL (61:80).
           WRITE REG-RESPONSAVEL
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AR-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * prefixo antigo de 6 a 9 e celular que perdeu o nono digito; o
      * resto (fixos e os numeros sinteticos zerados) e fixo com zero
      * a esquerda
       7000-CONVERTE-FONE.
           MOVE WS-FA-PAIS    TO WS-FN-PAIS.
           MOVE WS-FA-DDD     TO WS-FN-DDD.
           MOVE WS-FA-SUFIXO  TO WS-FN-SUFIXO.
           IF WS-FA-PREFIXO > 5999
               COMPUTE WS-FN-PREFIXO = 90000 + WS-FA-PREFIXO
               MOVE 'C' TO WS-FONE-TIPO
               ADD 1 TO WS-TOT-CELULAR
           ELSE
               MOVE WS-FA-PREFIXO TO WS-FN-PREFIXO
               MOVE 'F' TO WS-FONE-TIPO
           END-IF.

       8000-ZERA-TOTAIS.
           MOVE 'N' TO WS-EOF-ANTIGO.
           MOVE ZEROS TO WS-TOT-LIDOS WS-TOT-CONVERTIDOS
               WS-TOT-CELULAR WS-TOT-CONFERIR.

       8100-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CONVERSAO DO ' WS-ARQUIVO ' CONCLUIDA'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS LIDOS......: ' WS-MSK-QTD.
           MOVE WS-TOT-CONVERTIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-MSK-QTD.
           MOVE WS-TOT-CELULAR TO WS-MSK-QTD.
           DISPLAY 'CELULARES COM O 9....: ' WS-MSK-QTD.
           IF WS-TOT-CONFERIR > 0
               MOVE WS-TOT-CONFERIR TO WS-MSK-QTD
               DISPLAY 'TELEFONES A CONFERIR.: ' WS-MSK-QTD
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

       END PROGRAM CDCONVFON.
