      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CARTAS DE OCORRENCIA DISCIPLINAR AOS RESPONSAVEIS -
      *         batch da esteira noturna que varre o CADOCORR (CDOCORR)
      *         atras das ocorrencias de tipo que avisa o responsavel
      *         (OC-CARTA = 'N') e escreve uma carta a cada responsavel
      *         do aluno no CADRESP, no arquivo datado
      *         OCOCARTAS.AAAAMMDD (via DD_ARQOCOCAR), no mesmo modelo
      *         das cartas do CDREVCAR: data, tipo, gravidade,
      *         descricao e medida tomada. Aluno sem responsavel
      *         cadastrado ganha uma carta sem endereco para entrega
      *         na secretaria. A ocorrencia fica marcada com a data da
      *         carta e nao sai de novo na rodada seguinte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDOCOCAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOCORR ASSIGN TO
           "CADOCORR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OC-CHAVE
           FILE STATUS IS WS-FS-CADOCORR.

           SELECT CADTPOCO ASSIGN TO
           "CADTPOCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TO-CODIGO
           FILE STATUS IS WS-FS-CADTPOCO.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-CADRESP.

           SELECT ARQOCOCAR ASSIGN TO
           "ARQOCOCAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD CADOCORR.
           COPY REGOCORR.

       FD CADTPOCO.
           COPY REGTPOCO.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADRESP.
           COPY REGRESP.

       FD ARQOCOCAR.
       01 REG-CARTA                       PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADOCORR                 PIC 99.
       77 WS-FS-CADTPOCO                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADRESP                  PIC 99.
       77 WS-FS-CARTAS                   PIC 99.
       77 WS-ABERTO-OCORR                PIC X VALUE 'N'.
       77 WS-ABERTO-TIPO                 PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-RESP                 PIC X VALUE 'N'.
       77 WS-EOF-OCORR                   PIC X VALUE 'N'.
        88 FIM-CADOCORR                  VALUE 'S'.
       77 WS-EOF-RESP                    PIC X VALUE 'N'.
        88 FIM-CADRESP                   VALUE 'S'.

       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-NOME-CARTAS                 PIC X(20) VALUE SPACES.
       77 WS-NOME-ALUNO                  PIC X(30) VALUE SPACES.
       77 WS-DESCR-TIPO                  PIC X(30) VALUE SPACES.
       77 WS-GRAVIDADE-TEXTO             PIC X(05) VALUE SPACES.
       77 WS-QTD-RESP                    PIC 9(02) VALUE ZEROS.

       01 WS-LINHA-CARTA                 PIC X(100).
       77 WS-TOT-OCORRENCIAS             PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CARTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-RESP                PIC 9(05) VALUE ZEROS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VARRE-OCORRENCIAS UNTIL FIM-CADOCORR.
           PERFORM 5000-RODAPE.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem CADOCORR ainda nenhuma ocorrencia foi registrada: a rodada
      * termina sem cartas e sem erro
       1000-INICIAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           OPEN I-O CADOCORR.
           IF WS-FS-CADOCORR NOT = 0
               DISPLAY 'CADOCORR NAO ENCONTRADO - SEM CARTAS DE '
                   'OCORRENCIA'
               MOVE 'S' TO WS-EOF-OCORR
           ELSE
               MOVE 'S' TO WS-ABERTO-OCORR
               OPEN INPUT CADTPOCO
               IF WS-FS-CADTPOCO = 0
                   MOVE 'S' TO WS-ABERTO-TIPO
               END-IF
               OPEN INPUT CADALUNO
               IF WS-FS-CADALUNO = 0
                   MOVE 'S' TO WS-ABERTO-ALUNO
               END-IF
               OPEN INPUT CADRESP
               IF WS-FS-CADRESP = 0
                   MOVE 'S' TO WS-ABERTO-RESP
               ELSE
                   DISPLAY 'CADRESP NAO ENCONTRADO - CARTAS SEM '
                       'ENDERECO'
               END-IF
      * as cartas do dia num arquivo datado proprio, entregue ao
      * ARQOCOCAR pela variavel DD_ARQOCOCAR estilo DD
               MOVE SPACES TO WS-NOME-CARTAS
               STRING 'OCOCARTAS.' WS-DT-ATUAL
                   DELIMITED BY SIZE INTO WS-NOME-CARTAS
               DISPLAY 'DD_ARQOCOCAR' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-CARTAS UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQOCOCAR
           END-IF.

       2000-VARRE-OCORRENCIAS.
           READ CADOCORR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OCORR
               NOT AT END
                   IF OC-CARTA-PENDENTE
                       PERFORM 3000-CARTAS-DA-OCORRENCIA
                   END-IF
           END-READ.

      * uma carta para cada responsavel do aluno; a leitura do CADRESP
      * e por chave, entao a posicao do CADOCORR nao se perde
       3000-CARTAS-DA-OCORRENCIA.
           ADD 1 TO WS-TOT-OCORRENCIAS.
           PERFORM 3050-NOME-DO-ALUNO.
           PERFORM 3060-DESCRICAO-DO-TIPO.
           MOVE ZEROS TO WS-QTD-RESP.
           IF WS-ABERTO-RESP = 'S'
               MOVE 'N' TO WS-EOF-RESP
               MOVE OC-CD-ALUNO TO RS-CD-ALUNO
               MOVE ZEROS TO RS-SEQ
               START CADRESP KEY IS GREATER THAN OR EQUAL TO RS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-RESP
               END-START
               PERFORM 3100-PROXIMO-RESPONSAVEL UNTIL FIM-CADRESP
           END-IF.
           IF WS-QTD-RESP = ZEROS
               ADD 1 TO WS-TOT-SEM-RESP
               DISPLAY 'OCORRENCIA ' OC-CD-ALUNO '/' OC-SEQ
                   ' - ALUNO SEM RESPONSAVEL NO CADRESP - CARTA SEM '
                   'ENDERECO'
               PERFORM 4000-ESCREVE-CARTA
           END-IF.
           MOVE 'S'         TO OC-CARTA.
           MOVE WS-DT-ATUAL TO OC-DT-CARTA.
           REWRITE REG-OCORRENCIA
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A CARTA DA OCORRENCIA '
                       OC-CD-ALUNO '/' OC-SEQ ' - STATUS '
                       WS-FS-CADOCORR
           END-REWRITE.

      * a carta trata o aluno pelo nome social do CADALUNO quando
      * houver
       3050-NOME-DO-ALUNO.
           MOVE SPACES TO WS-NOME-ALUNO.
           IF WS-ABERTO-ALUNO = 'S'
               MOVE OC-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WS-NOME-ALUNO
                       ELSE
                           MOVE AL-NOME TO WS-NOME-ALUNO
                       END-IF
               END-READ
           END-IF.

       3060-DESCRICAO-DO-TIPO.
           MOVE OC-TIPO TO WS-DESCR-TIPO.
           IF WS-ABERTO-TIPO = 'S'
               MOVE OC-TIPO TO TO-CODIGO
               READ CADTPOCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TO-DESCRICAO TO WS-DESCR-TIPO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN OCORRENCIA-LEVE
                   MOVE 'LEVE' TO WS-GRAVIDADE-TEXTO
               WHEN OCORRENCIA-MEDIA
                   MOVE 'MEDIA' TO WS-GRAVIDADE-TEXTO
               WHEN OTHER
                   MOVE 'GRAVE' TO WS-GRAVIDADE-TEXTO
           END-EVALUATE.

       3100-PROXIMO-RESPONSAVEL.
           READ CADRESP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
               NOT AT END
                   IF RS-CD-ALUNO NOT = OC-CD-ALUNO
                       MOVE 'S' TO WS-EOF-RESP
                   ELSE
                       ADD 1 TO WS-QTD-RESP
                       PERFORM 4000-ESCREVE-CARTA
                   END-IF
           END-READ.

       4000-ESCREVE-CARTA.
           ADD 1 TO WS-TOT-CARTAS.
           MOVE ALL '=' TO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'COMUNICADO DE OCORRENCIA DISCIPLINAR N. '
               OC-CD-ALUNO '/' OC-SEQ '  DATA ' WS-DT-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           IF WS-QTD-RESP > ZEROS
               STRING 'A(O) SR(A). ' FUNCTION TRIM (RS-NOME)
                   ' (' FUNCTION TRIM (RS-PARENTESCO) ')'
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               PERFORM 4900-GRAVA-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               STRING FUNCTION TRIM (RS-RUA) ', '
                   FUNCTION TRIM (RS-BAIRRO) ', '
                   FUNCTION TRIM (RS-CIDADE) '/' RS-UF ' CEP ' RS-CEP
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
           ELSE
               MOVE 'A(O) SR(A). RESPONSAVEL PELO ALUNO'
                 TO WS-LINHA-CARTA
               PERFORM 4900-GRAVA-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               MOVE 'ENDERECO NAO CADASTRADO - ENTREGAR NA SECRETARIA'
                 TO WS-LINHA-CARTA
           END-IF.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'ALUNO ' OC-CD-ALUNO ' ' FUNCTION TRIM (WS-NOME-ALUNO)
               ' TURMA ' OC-TURMA
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'EM ' OC-DATA ' FOI REGISTRADA OCORRENCIA '
               FUNCTION TRIM (WS-GRAVIDADE-TEXTO) ' DO TIPO ' OC-TIPO
               ' - ' FUNCTION TRIM (WS-DESCR-TIPO)
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'RELATO: ' FUNCTION TRIM (OC-DESCRICAO)
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'MEDIDA TOMADA: ' FUNCTION TRIM (OC-MEDIDA)
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE 'EM CASO DE DUVIDA, COMPARECER A SECRETARIA DA ESCOLA.'
             TO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.

       4900-GRAVA-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

       5000-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CARTAS DE OCORRENCIA DISCIPLINAR'.
           MOVE WS-TOT-OCORRENCIAS TO WS-MSK-QTD.
           DISPLAY 'OCORRENCIAS AVISADAS..: ' WS-MSK-QTD.
           MOVE WS-TOT-CARTAS TO WS-MSK-QTD.
           DISPLAY 'CARTAS ESCRITAS.......: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-RESP TO WS-MSK-QTD.
           DISPLAY 'SEM RESPONSAVEL.......: ' WS-MSK-QTD.
           IF WS-ABERTO-OCORR = 'S'
               DISPLAY 'CARTAS EM ' FUNCTION TRIM (WS-NOME-CARTAS)
           END-IF.
           DISPLAY '============================================='.

       9999-FINALIZAR.
           IF WS-ABERTO-OCORR = 'S'
               CLOSE CADOCORR
               CLOSE ARQOCOCAR
           END-IF.
           IF WS-ABERTO-TIPO = 'S'
               CLOSE CADTPOCO
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-RESP = 'S'
               CLOSE CADRESP
           END-IF.

       END PROGRAM CDOCOCAR.
