      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CARTAS DE RESPOSTA DA REVISAO DE NOTA - batch da
      *         esteira noturna que varre o CADREVIS (CDREVNOT) atras
      *         dos pedidos ja decididos, deferidos ou indeferidos,
      *         cuja carta ainda nao saiu, e escreve uma carta ao
      *         responsavel do CADRESP que fez o pedido no arquivo
      *         datado REVCARTAS.AAAAMMDD (via DD_ARQREVCAR), no mesmo
      *         modelo das cartas do CDNOTIFRESP: deferido leva a nota
      *         antes e depois, indeferido a justificativa do
      *         professor. O pedido fica marcado com a data da carta
      *         e nao sai de novo na rodada seguinte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDREVCAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREVIS ASSIGN TO
           "CADREVIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-NUMERO
           FILE STATUS IS WS-FS-CADREVIS.

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

           SELECT ARQREVCAR ASSIGN TO
           "ARQREVCAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD CADREVIS.
           COPY REGREVIS.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADRESP.
           COPY REGRESP.

       FD ARQREVCAR.
       01 REG-CARTA                       PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADREVIS                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADRESP                  PIC 99.
       77 WS-FS-CARTAS                   PIC 99.
       77 WS-ABERTO-REVIS                PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-RESP                 PIC X VALUE 'N'.
       77 WS-EOF-REVIS                   PIC X VALUE 'N'.
        88 FIM-CADREVIS                  VALUE 'S'.

       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-NOME-CARTAS                 PIC X(20) VALUE SPACES.
       77 WS-NOME-ALUNO                  PIC X(30) VALUE SPACES.
       77 WS-RESP-ACHADO                 PIC X VALUE 'N'.
       77 WS-NOTA-ANT-ED                 PIC Z9.9.
       77 WS-NOTA-NOVA-ED                PIC Z9.9.

       01 WS-LINHA-CARTA                 PIC X(100).
       77 WS-TOT-DEFERIDAS               PIC 9(05) VALUE ZEROS.
       77 WS-TOT-INDEFERIDAS             PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-ENDERECO            PIC 9(05) VALUE ZEROS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VARRE-PEDIDOS UNTIL FIM-CADREVIS.
           PERFORM 5000-RODAPE.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem CADREVIS ainda nenhum pedido foi protocolado: a rodada
      * termina sem cartas e sem erro
       1000-INICIAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           OPEN I-O CADREVIS.
           IF WS-FS-CADREVIS NOT = 0
               DISPLAY 'CADREVIS NAO ENCONTRADO - SEM CARTAS DE '
                   'REVISAO'
               MOVE 'S' TO WS-EOF-REVIS
           ELSE
               MOVE 'S' TO WS-ABERTO-REVIS
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
      * ARQREVCAR pela variavel DD_ARQREVCAR estilo DD
               MOVE SPACES TO WS-NOME-CARTAS
               STRING 'REVCARTAS.' WS-DT-ATUAL
                   DELIMITED BY SIZE INTO WS-NOME-CARTAS
               DISPLAY 'DD_ARQREVCAR' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-CARTAS UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARQREVCAR
           END-IF.

       2000-VARRE-PEDIDOS.
           READ CADREVIS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REVIS
               NOT AT END
                   IF (REVISAO-DEFERIDA OR REVISAO-INDEFERIDA) AND
                      NOT CARTA-EMITIDA
                       PERFORM 3000-CARTA-DO-PEDIDO
                   END-IF
           END-READ.

       3000-CARTA-DO-PEDIDO.
           PERFORM 3050-NOME-DO-ALUNO.
           PERFORM 3100-RESPONSAVEL.
           PERFORM 4000-ESCREVE-CARTA.
           IF REVISAO-DEFERIDA
               ADD 1 TO WS-TOT-DEFERIDAS
           ELSE
               ADD 1 TO WS-TOT-INDEFERIDAS
           END-IF.
           MOVE 'S'         TO RV-CARTA.
           MOVE WS-DT-ATUAL TO RV-DT-CARTA.
           REWRITE REG-REVISAO
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A CARTA DO PEDIDO '
                       RV-NUMERO ' - STATUS ' WS-FS-CADREVIS
           END-REWRITE.

      * a carta trata o aluno pelo nome social do CADALUNO quando
      * houver
       3050-NOME-DO-ALUNO.
           MOVE SPACES TO WS-NOME-ALUNO.
           IF WS-ABERTO-ALUNO = 'S'
               MOVE RV-CD-ALUNO TO AL-CODIGO
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

      * responsavel excluido do CADRESP depois do pedido: a carta sai
      * com o nome gravado no pedido, sem endereco
       3100-RESPONSAVEL.
           MOVE 'N' TO WS-RESP-ACHADO.
           IF WS-ABERTO-RESP = 'S'
               MOVE RV-CD-ALUNO TO RS-CD-ALUNO
               MOVE RV-RESP-SEQ TO RS-SEQ
               READ CADRESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-RESP-ACHADO
               END-READ
           END-IF.
           IF WS-RESP-ACHADO NOT = 'S'
               ADD 1 TO WS-TOT-SEM-ENDERECO
               DISPLAY 'PEDIDO ' RV-NUMERO ' - RESPONSAVEL FORA DO '
                   'CADRESP - CARTA SEM ENDERECO'
           END-IF.

       4000-ESCREVE-CARTA.
           MOVE RV-NOTA-ANTERIOR TO WS-NOTA-ANT-ED.
           MOVE RV-NOTA-NOVA     TO WS-NOTA-NOVA-ED.
           MOVE ALL '=' TO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'RESPOSTA AO PEDIDO DE REVISAO DE NOTA N. '
               RV-NUMERO '  DATA ' WS-DT-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           IF WS-RESP-ACHADO = 'S'
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
               STRING 'A(O) SR(A). ' FUNCTION TRIM (RV-RESP-NOME)
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               PERFORM 4900-GRAVA-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               MOVE 'ENDERECO NAO CADASTRADO - ENTREGAR NA SECRETARIA'
                 TO WS-LINHA-CARTA
           END-IF.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'ALUNO ' RV-CD-ALUNO ' ' FUNCTION TRIM (WS-NOME-ALUNO)
               ' TURMA ' RV-TURMA ' TERMO ' RV-TERMO
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'MATERIA ' RV-MATERIA ' AVALIACAO N' RV-AVALIACAO
               ' - PEDIDO PROTOCOLADO EM ' RV-DT-PEDIDO
               ' E RESPONDIDO EM ' RV-DT-RESPOSTA
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           IF REVISAO-DEFERIDA
               STRING 'PEDIDO DEFERIDO: A NOTA DA AVALIACAO PASSOU DE '
                   WS-NOTA-ANT-ED ' PARA ' WS-NOTA-NOVA-ED '.'
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
           ELSE
               STRING 'PEDIDO INDEFERIDO: FICA MANTIDA A NOTA '
                   WS-NOTA-ANT-ED '.'
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
           END-IF.
           PERFORM 4900-GRAVA-LINHA-CARTA.
           IF RV-JUSTIFICATIVA NOT = SPACES
               MOVE SPACES TO WS-LINHA-CARTA
               STRING 'JUSTIFICATIVA: ' FUNCTION TRIM (RV-JUSTIFICATIVA)
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               PERFORM 4900-GRAVA-LINHA-CARTA
           END-IF.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE 'EM CASO DE DUVIDA, COMPARECER A SECRETARIA DA ESCOLA.'
             TO WS-LINHA-CARTA.
           PERFORM 4900-GRAVA-LINHA-CARTA.

       4900-GRAVA-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

       5000-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CARTAS DE RESPOSTA DA REVISAO DE NOTA'.
           MOVE WS-TOT-DEFERIDAS TO WS-MSK-QTD.
           DISPLAY 'PEDIDOS DEFERIDOS.....: ' WS-MSK-QTD.
           MOVE WS-TOT-INDEFERIDAS TO WS-MSK-QTD.
           DISPLAY 'PEDIDOS INDEFERIDOS...: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-ENDERECO TO WS-MSK-QTD.
           DISPLAY 'SEM ENDERECO..........: ' WS-MSK-QTD.
           IF WS-ABERTO-REVIS = 'S'
               DISPLAY 'CARTAS EM ' FUNCTION TRIM (WS-NOME-CARTAS)
           END-IF.
           DISPLAY '============================================='.

       9999-FINALIZAR.
           IF WS-ABERTO-REVIS = 'S'
               CLOSE CADREVIS
               CLOSE ARQREVCAR
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-RESP = 'S'
               CLOSE CADRESP
           END-IF.

       END PROGRAM CDREVCAR.
