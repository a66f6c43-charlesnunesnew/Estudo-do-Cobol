      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:RECUPERACAO DO CADUSER PARA FRENTE - quando o indexado
      *         se perde no meio do dia, o CDRSTUSR sozinho volta o
      *         cadastro para a noite anterior e o que foi feito desde
      *         o backup se perde. Aqui a geracao conferida mais nova
      *         do catalogo BKPCATAL e restaurada pelo proprio CDRSTUSR
      *         e em seguida o jornal JRNUSR (imagens gravadas pelo
      *         CDJRNUSR desde aquele backup) e reaplicado em ordem
      *         ate a data e hora de RECUP_ATE (AAAAMMDD, AAAAMMDDHHMM
      *         ou AAAAMMDDHHMMSS; em branco vale o jornal inteiro).
      *         Jornal cujo cabecalho aponta outra geracao e recusado
      *         antes de tocar o CADUSER. No fim o resultado e
      *         conferido contra o CADCTRL: sequencia de codigos atras
      *         do maior codigo recuperado e ajustada (senao o proximo
      *         cadastro repetiria codigo) e ultimo cadastro confirmado
      *         que nao voltou e apontado. Inclusao ou alteracao
      *         reaplicada sobre registro ja existente vira regravacao,
      *         e exclusao de registro ausente so e contada, de modo
      *         que a recuperacao pode ser repetida com outro limite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRECUSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADCTRL ASSIGN TO
           "CADCTRL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CHAVE
           FILE STATUS IS WS-FS-CADCTRL.

           SELECT JRNUSR ASSIGN TO
           "JRNUSR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JRNUSR.

           SELECT BKPCATAL ASSIGN TO
           "BKPCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD JRNUSR.
           COPY REGJRN.

       FD BKPCATAL.
       01 REG-CATALOGO                    PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADCTRL                  PIC 99.
       77 WS-FS-JRNUSR                   PIC 99.
       77 WS-FS-CATALOGO                 PIC 99.
       77 WS-EOF-CAT                     PIC X VALUE 'N'.
        88 FIM-CATALOGO                  VALUE 'S'.
       77 WS-EOF-JRN                     PIC X VALUE 'N'.
        88 FIM-JORNAL                    VALUE 'S'.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-PODE-SEGUIR                 PIC X VALUE 'S'.
        88 PODE-SEGUIR                   VALUE 'S'.
       77 WS-TEM-JORNAL                  PIC X VALUE 'N'.
        88 TEM-JORNAL                    VALUE 'S'.

       01 WS-PARTES-GERACAO.
           03 WS-GE-DATA                 PIC X(08).
           03 WS-GE-FISICO               PIC X(20).
           03 WS-GE-CONTAGEM             PIC X(06).
           03 WS-GE-SITUACAO             PIC X(01).
       77 WS-GERACAO-DATA                PIC X(08) VALUE SPACES.
       77 WS-GERACAO-FISICO              PIC X(20) VALUE SPACES.

      * limite da reaplicacao: data e hora com centesimos, no mesmo
      * formato de JR-DATA e JR-HORA
       77 WS-RECUP-ATE                   PIC X(14) VALUE SPACES.
       01 WS-LIMITE.
           03 WS-LIM-DATA                PIC X(08).
           03 WS-LIM-HORA                PIC X(08).
       01 WS-MARCA-JORNAL.
           03 WS-MJ-DATA                 PIC 9(08).
           03 WS-MJ-HORA                 PIC 9(08).

       77 WS-TOT-LIDAS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INCLUSOES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERACOES              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXCLUSOES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REGRAVADAS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-REGISTRO            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALEM-LIMITE             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ERROS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CADUSER                 PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-CODIGO                PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-ANTERIOR                PIC 9(08) VALUE ZEROS.
       77 WS-ULT-GRAVADO                 PIC 9(08) VALUE ZEROS.
       77 WS-RC-AVISO                    PIC S9(04) VALUE ZEROS.
       77 WS-SITUACAO-CTRL               PIC X(40) VALUE SPACES.
       77 WS-SITUACAO-GRAVADO            PIC X(40) VALUE SPACES.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF PODE-SEGUIR
               PERFORM 1100-ESCOLHE-GERACAO
           END-IF.
           IF PODE-SEGUIR
               PERFORM 1200-CONFERE-JORNAL
           END-IF.
           IF PODE-SEGUIR
               PERFORM 2000-RESTAURA-BACKUP
           END-IF.
           IF PODE-SEGUIR AND TEM-JORNAL
               PERFORM 3000-REAPLICA-JORNAL
           END-IF.
           IF PODE-SEGUIR
               PERFORM 4000-RECONCILIA
               PERFORM 5000-RELATORIO
           END-IF.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           ACCEPT WS-RECUP-ATE FROM ENVIRONMENT "RECUP_ATE".
           MOVE ALL '9' TO WS-LIMITE.
           EVALUATE TRUE
               WHEN WS-RECUP-ATE = SPACES
                   CONTINUE
               WHEN WS-RECUP-ATE (1:8) IS NOT NUMERIC
                   MOVE 'N' TO WS-PODE-SEGUIR
               WHEN WS-RECUP-ATE (9:6) = SPACES
                   MOVE WS-RECUP-ATE (1:8) TO WS-LIM-DATA
                   MOVE '23595999' TO WS-LIM-HORA
               WHEN WS-RECUP-ATE (9:6) IS NUMERIC
                   MOVE WS-RECUP-ATE (1:8) TO WS-LIM-DATA
                   MOVE WS-RECUP-ATE (9:6) TO WS-LIM-HORA (1:6)
                   MOVE '99' TO WS-LIM-HORA (7:2)
               WHEN WS-RECUP-ATE (9:4) IS NUMERIC AND
                    WS-RECUP-ATE (13:2) = SPACES
                   MOVE WS-RECUP-ATE (1:8) TO WS-LIM-DATA
                   MOVE WS-RECUP-ATE (9:4) TO WS-LIM-HORA (1:4)
                   MOVE '5999' TO WS-LIM-HORA (5:4)
               WHEN OTHER
                   MOVE 'N' TO WS-PODE-SEGUIR
           END-EVALUATE.
           IF NOT PODE-SEGUIR
               DISPLAY 'RECUP_ATE INVALIDO (' WS-RECUP-ATE
                   ') - USE AAAAMMDD[HHMM[SS]]'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * a geracao e sempre a conferida mais nova: o jornal so tem o
      * que aconteceu depois dela e nao reconstroi geracoes antigas
       1100-ESCOLHE-GERACAO.
           OPEN INPUT BKPCATAL.
           IF WS-FS-CATALOGO NOT = 0
               DISPLAY 'SEM CATALOGO BKPCATAL - RECUPERACAO RECUSADA'
               MOVE 'N' TO WS-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-CAT
               PERFORM 1110-LE-GERACAO UNTIL FIM-CATALOGO
               CLOSE BKPCATAL
               IF WS-GERACAO-FISICO = SPACES
                   DISPLAY 'NENHUMA GERACAO CONFERIDA NO CATALOGO - '
                       'RECUPERACAO RECUSADA'
                   MOVE 'N' TO WS-PODE-SEGUIR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'GERACAO A RESTAURAR: ' WS-GERACAO-DATA ' '
                       FUNCTION TRIM (WS-GERACAO-FISICO)
               END-IF
           END-IF.

       1110-LE-GERACAO.
           READ BKPCATAL
               AT END
                   MOVE 'S' TO WS-EOF-CAT
               NOT AT END
                   MOVE SPACES TO WS-PARTES-GERACAO
                   UNSTRING REG-CATALOGO
                       DELIMITED BY ';'
                       INTO WS-GE-DATA
                            WS-GE-FISICO
                            WS-GE-CONTAGEM
                            WS-GE-SITUACAO
                   END-UNSTRING
                   IF WS-GE-SITUACAO = 'V'
                       MOVE WS-GE-DATA   TO WS-GERACAO-DATA
                       MOVE WS-GE-FISICO TO WS-GERACAO-FISICO
                   END-IF
           END-READ.

      * o cabecalho gravado pelo CDBKPUSR tem de apontar a mesma
      * geracao; jornal sem cabecalho (criado antes do primeiro
      * backup) vale com aviso, ja que reaplicar e regravar
       1200-CONFERE-JORNAL.
           OPEN INPUT JRNUSR.
           IF WS-FS-JRNUSR NOT = 0
               DISPLAY 'SEM JORNAL JRNUSR - SO O BACKUP SERA '
                   'RESTAURADO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-TEM-JORNAL
               READ JRNUSR
                   AT END
                       DISPLAY 'JORNAL JRNUSR VAZIO - SO O BACKUP '
                           'SERA RESTAURADO'
                       MOVE 'N' TO WS-TEM-JORNAL
                   NOT AT END
                       IF JRN-CABECALHO
                           IF JR-BKP-FISICO NOT = WS-GERACAO-FISICO
                               DISPLAY 'JORNAL E DA GERACAO '
                                   FUNCTION TRIM (JR-BKP-FISICO)
                                   ' E NAO DA '
                                   FUNCTION TRIM (WS-GERACAO-FISICO)
                                   ' - RECUPERACAO RECUSADA'
                               MOVE 'N' TO WS-PODE-SEGUIR
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       ELSE
                           DISPLAY 'JORNAL SEM CABECALHO DE GERACAO - '
                               'REAPLICADO POR INTEIRO'
                       END-IF
               END-READ
               CLOSE JRNUSR
           END-IF.

      * o CDRSTUSR confere trailer e contagem e recria o indexado; a
      * geracao vai para ele pela mesma variavel BKP_GERACAO que o
      * operador usaria; o CDRSTUSR decide pelo RETURN-CODE, por isso
      * um aviso anterior fica guardado e volta depois da chamada
       2000-RESTAURA-BACKUP.
           MOVE RETURN-CODE TO WS-RC-AVISO.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'BKP_GERACAO' UPON ENVIRONMENT-NAME.
           DISPLAY WS-GERACAO-DATA UPON ENVIRONMENT-VALUE.
           CALL 'CDRSTUSR'
               ON EXCEPTION
                   DISPLAY 'CDRSTUSR NAO DISPONIVEL'
                   MOVE 8 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0
               DISPLAY 'RESTAURACAO DO BACKUP FALHOU - JORNAL NAO '
                   'REAPLICADO'
               MOVE 'N' TO WS-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RC-AVISO TO RETURN-CODE
           END-IF.

       3000-REAPLICA-JORNAL.
           OPEN I-O CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'ERRO AO ABRIR O CADUSER RESTAURADO - STATUS '
                   WS-FS-CADUSER
               MOVE 'N' TO WS-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT JRNUSR
               MOVE 'N' TO WS-EOF-JRN
               PERFORM 3100-LE-JORNAL UNTIL FIM-JORNAL
               CLOSE JRNUSR
               CLOSE CADUSER
           END-IF.

       3100-LE-JORNAL.
           READ JRNUSR
               AT END
                   MOVE 'S' TO WS-EOF-JRN
               NOT AT END
                   IF NOT JRN-CABECALHO
                       ADD 1 TO WS-TOT-LIDAS
                       PERFORM 3150-AVALIA-LINHA
                   END-IF
           END-READ.

       3150-AVALIA-LINHA.
           MOVE JR-DATA TO WS-MJ-DATA.
           MOVE JR-HORA TO WS-MJ-HORA.
           IF WS-MARCA-JORNAL > WS-LIMITE
               ADD 1 TO WS-TOT-ALEM-LIMITE
           ELSE
               MOVE JR-IMAGEM TO REG-USER
               EVALUATE TRUE
                   WHEN JRN-INCLUSAO
                       ADD 1 TO WS-TOT-INCLUSOES
                       PERFORM 3200-REAPLICA-IMAGEM
                   WHEN JRN-ALTERACAO
                       ADD 1 TO WS-TOT-ALTERACOES
                       PERFORM 3200-REAPLICA-IMAGEM
                   WHEN JRN-EXCLUSAO
                       ADD 1 TO WS-TOT-EXCLUSOES
                       PERFORM 3300-REAPLICA-EXCLUSAO
                   WHEN OTHER
                       ADD 1 TO WS-TOT-ERROS
                       DISPLAY 'OPERACAO DESCONHECIDA NO JORNAL: '
                           JR-OPERACAO ' ' JR-DATA ' ' JR-HORA
               END-EVALUATE
           END-IF.

      * a imagem e o registro inteiro depois da gravacao: se o codigo
      * ainda nao existe entra, se ja existe e regravado por cima
       3200-REAPLICA-IMAGEM.
           WRITE REG-USER
               INVALID KEY
                   PERFORM 3210-REGRAVA-IMAGEM
           END-WRITE.

       3210-REGRAVA-IMAGEM.
           REWRITE REG-USER
               INVALID KEY
                   ADD 1 TO WS-TOT-ERROS
                   DISPLAY 'ERRO AO REAPLICAR ' FD-CD-USER ' DE '
                       JR-DATA ' ' JR-HORA ' (' JR-PROGRAMA
                       ') - STATUS ' WS-FS-CADUSER
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-REGRAVADAS
           END-REWRITE.

       3300-REAPLICA-EXCLUSAO.
           DELETE CADUSER RECORD
               INVALID KEY
                   ADD 1 TO WS-TOT-SEM-REGISTRO
           END-DELETE.

      * varre o cadastro recuperado para a contagem e o maior codigo
      * e confere a sequencia e o ultimo cadastro do CADCTRL
       4000-RECONCILIA.
           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER = 0
               MOVE 'N' TO WS-EOF-USER
               PERFORM 4100-LE-CADUSER UNTIL FIM-CADUSER
           END-IF.

           MOVE 'SEM CADCTRL' TO WS-SITUACAO-CTRL.
           OPEN I-O CADCTRL.
           IF WS-FS-CADCTRL = 0
               MOVE 1 TO CT-CHAVE
               READ CADCTRL
                   INVALID KEY
                       MOVE 'CADCTRL SEM O REGISTRO DE CONTROLE'
                         TO WS-SITUACAO-CTRL
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 4200-CONFERE-SEQUENCIA
                       PERFORM 4300-CONFERE-GRAVADO
               END-READ
               CLOSE CADCTRL
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-FS-CADUSER = 0
               CLOSE CADUSER
           END-IF.

       4100-LE-CADUSER.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   ADD 1 TO WS-TOT-CADUSER
                   IF FD-CD-USER > WS-MAIOR-CODIGO
                       MOVE FD-CD-USER TO WS-MAIOR-CODIGO
                   END-IF
           END-READ.

       4200-CONFERE-SEQUENCIA.
           MOVE CT-ULT-SEQUENCIA TO WS-SEQ-ANTERIOR.
           IF CT-ULT-SEQUENCIA < WS-MAIOR-CODIGO
               MOVE WS-MAIOR-CODIGO TO CT-ULT-SEQUENCIA
               REWRITE REG-CTRL
                   INVALID KEY
                       MOVE 'ERRO AO AJUSTAR A SEQUENCIA'
                         TO WS-SITUACAO-CTRL
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 'SEQUENCIA AJUSTADA AO MAIOR CODIGO'
                         TO WS-SITUACAO-CTRL
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-REWRITE
           ELSE
               MOVE 'SEQUENCIA CONFERE' TO WS-SITUACAO-CTRL
           END-IF.

       4300-CONFERE-GRAVADO.
           MOVE CT-ULT-GRAVADO TO WS-ULT-GRAVADO.
           IF CT-ULT-GRAVADO = 0
               MOVE 'SEM CADASTRO CONFIRMADO' TO WS-SITUACAO-GRAVADO
           ELSE
               MOVE CT-ULT-GRAVADO TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'ULTIMO CADASTRO NAO RECUPERADO'
                         TO WS-SITUACAO-GRAVADO
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'ULTIMO CADASTRO PRESENTE'
                         TO WS-SITUACAO-GRAVADO
               END-READ
           END-IF.

       5000-RELATORIO.
           DISPLAY '============================================='.
           DISPLAY 'RECUPERACAO DO CADUSER PELO JORNAL'.
           DISPLAY 'GERACAO RESTAURADA...: ' WS-GERACAO-DATA ' '
               FUNCTION TRIM (WS-GERACAO-FISICO).
           IF WS-RECUP-ATE = SPACES
               DISPLAY 'REAPLICADO ATE.......: FIM DO JORNAL'
           ELSE
               DISPLAY 'REAPLICADO ATE.......: ' WS-LIM-DATA ' '
                   WS-LIM-HORA (1:6)
           END-IF.
           MOVE WS-TOT-LIDAS TO WS-MSK-QTD.
           DISPLAY 'LINHAS DO JORNAL.....: ' WS-MSK-QTD.
           MOVE WS-TOT-INCLUSOES TO WS-MSK-QTD.
           DISPLAY 'INCLUSOES............: ' WS-MSK-QTD.
           MOVE WS-TOT-ALTERACOES TO WS-MSK-QTD.
           DISPLAY 'ALTERACOES...........: ' WS-MSK-QTD.
           MOVE WS-TOT-EXCLUSOES TO WS-MSK-QTD.
           DISPLAY 'EXCLUSOES............: ' WS-MSK-QTD.
           MOVE WS-TOT-REGRAVADAS TO WS-MSK-QTD.
           DISPLAY 'REGRAVADAS POR CIMA..: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-REGISTRO TO WS-MSK-QTD.
           DISPLAY 'EXCLUSAO SEM REGISTRO: ' WS-MSK-QTD.
           MOVE WS-TOT-ALEM-LIMITE TO WS-MSK-QTD.
           DISPLAY 'ALEM DO LIMITE.......: ' WS-MSK-QTD.
           MOVE WS-TOT-ERROS TO WS-MSK-QTD.
           DISPLAY 'ERROS................: ' WS-MSK-QTD.
           DISPLAY '---------------------------------------------'.
           MOVE WS-TOT-CADUSER TO WS-MSK-QTD.
           DISPLAY 'REGISTROS NO CADUSER.: ' WS-MSK-QTD.
           DISPLAY 'MAIOR CODIGO.........: ' WS-MAIOR-CODIGO.
           DISPLAY 'SEQUENCIA NO CADCTRL.: ' WS-SEQ-ANTERIOR ' - '
               FUNCTION TRIM (WS-SITUACAO-CTRL).
           IF WS-SITUACAO-GRAVADO NOT = SPACES
               DISPLAY 'ULTIMO CONFIRMADO....: ' WS-ULT-GRAVADO ' - '
                   FUNCTION TRIM (WS-SITUACAO-GRAVADO)
           END-IF.
           IF WS-TOT-ERROS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CODIGO DE RETORNO....: ' RETURN-CODE.
           DISPLAY '============================================='.

       END PROGRAM CDRECUSR.
