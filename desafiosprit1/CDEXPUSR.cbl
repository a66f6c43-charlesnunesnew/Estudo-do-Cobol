      * Modification History:
      *   22/08/2026 CAN - chaves alternadas de FD-EMAIL e FD-PHONE na
      *                     definicao do CADUSER, acompanhando CDCLIE.
      *   15/10/2026 CAN - titular sem consentimento de uso estatistico
      *                     (CDCNSCHK, finalidade E) sai so com o
      *                     codigo; rodape conta os mascarados.
      *   15/10/2026 CAN - telefone exportado com o prefixo como e
      *                     discado (5 digitos no celular, 4 no fixo) e
      *                     nova coluna TIPO (C celular / F fixo).
      *   15/10/2026 CAN - codigo do usuario com 8 digitos; cabecalho
      *                     ganha a celula final LAYOUT=02 anunciando a
      *                     versao do layout.
      *   15/10/2026 CAN - no lote, le o extrato da rodada do CDEXTUSR
      *                     pelo CDEXTLE em vez do CADUSER; sem extrato
      *                     publicado le o CADUSER como antes.
      *   15/10/2026 CAN - CONSENTIU-ESTATISTICA volta para baixo do
      *                     WS-CNS-RETORNO: o consentimento volta a
      *                     liberar a linha exportada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEXPUSR.
       77 WS-FS-CADUSERCSV               PIC 99.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.

      * extrato noturno do CADUSER (CDEXTUSR) lido pelo CDEXTLE; sem
      * extrato publicado na rodada o CADUSER e lido direto
       77 WS-EXT-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-EXT-ORDEM                   PIC X(01) VALUE 'C'.
       77 WS-EXT-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-EXT-RC                      PIC S9(04) COMP VALUE ZEROS.
       77 WS-USA-EXTRATO                 PIC X(01) VALUE 'N'.
        88 USA-EXTRATO                   VALUE 'S'.
       77 WS-TOT-EXPORTADOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-MASCARADOS              PIC 9(06) VALUE ZEROS.
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE 'E'.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.
        88 CONSENTIU-ESTATISTICA         VALUE 'S'.
      * prefixo como e discado: 5 digitos no celular, 4 no fixo
       77 WS-PREFIXO-EXIB                PIC X(05) VALUE SPACES.


       PROCEDURE DIVISION.
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           PERFORM 1900-ABRE-EXTRATO.
           IF NOT USA-EXTRATO
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER = 35
               DISPLAY 'CADUSER NAO ENCONTRADO - NADA A EXPORTAR'
               MOVE 'S' TO WS-EOF-USER
               OPEN OUTPUT CADUSERCSV
           END-IF.

      * o extrato da rodada, publicado e conferido, substitui a
      * leitura do CADUSER
       1900-ABRE-EXTRATO.
           MOVE 'A' TO WS-EXT-FUNCAO.
           PERFORM 1920-CHAMA-EXTRATO.
           IF WS-EXT-RETORNO = 'S'
               MOVE 'S' TO WS-USA-EXTRATO
               MOVE ZEROS TO WS-FS-CADUSER
           END-IF.

       1910-LE-USUARIO.
           IF USA-EXTRATO
               MOVE 'L' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
               IF WS-EXT-RETORNO NOT = 'S'
                   MOVE 'S' TO WS-EOF-USER
               END-IF
           ELSE
               READ CADUSER NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-USER
               END-READ
           END-IF.

      * o CALL zeraria o RETURN-CODE ja montado pelo passo
       1920-CHAMA-EXTRATO.
           MOVE RETURN-CODE TO WS-EXT-RC.
           CALL 'CDEXTLE' USING WS-EXT-FUNCAO WS-EXT-ORDEM
               WS-EXT-RETORNO REG-USER.
           MOVE WS-EXT-RC TO RETURN-CODE.

      * a ultima celula do cabecalho anuncia a versao do layout: 02
      * traz o codigo com 8 digitos
       2000-GRAVA-CABECALHO.
           IF NOT FIM-CADUSER
               MOVE 'CODIGO,NOME,EMAIL,TELEFONE,TIPO,LAYOUT=02'
                 TO REG-CSV
               WRITE REG-CSV
           END-IF.

       3000-EXPORTA-REGISTROS.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               CALL 'CDCNSCHK' USING FD-CD-USER WS-CNS-FINALIDADE
                   WS-CNS-RETORNO
               IF CONSENTIU-ESTATISTICA
                   PERFORM 3100-GRAVA-LINHA
               ELSE
                   PERFORM 3200-GRAVA-LINHA-MASCARADA
                   ADD 1 TO WS-TOT-MASCARADOS
               END-IF
               ADD 1 TO WS-TOT-EXPORTADOS
           END-IF.

       3100-GRAVA-LINHA.
           MOVE SPACES TO REG-CSV.
           IF FD-PHONE-PREFIXO > 9999
               MOVE FD-PHONE-PREFIXO TO WS-PREFIXO-EXIB
           ELSE
               MOVE FD-PHONE-PREFIXO (2:4) TO WS-PREFIXO-EXIB
           END-IF.
           STRING FD-CD-USER DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM (FD-NM) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FD-PHONE-DDD DELIMITED BY SIZE
                  ') ' DELIMITED BY SIZE
                  WS-PREFIXO-EXIB DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  FD-PHONE-SUFIXO DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FD-PHONE-TIPO DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING.
           WRITE REG-CSV.

      * sem consentimento de uso estatistico so o codigo sai
       3200-GRAVA-LINHA-MASCARADA.
           MOVE SPACES TO REG-CSV.
           STRING FD-CD-USER DELIMITED BY SIZE
                  ',,,,' DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING.
           WRITE REG-CSV.
           DISPLAY '============================================='.
           DISPLAY 'EXPORTACAO CADUSER -> CADUSERCSV CONCLUIDA'.
           DISPLAY 'TOTAL DE REGISTROS EXPORTADOS: ' WS-TOT-EXPORTADOS.
           DISPLAY 'SEM CONSENTIMENTO (MASCARADOS): ' WS-TOT-MASCARADOS.
           DISPLAY '============================================='.

       9900-FECHA-CADUSER.
           IF USA-EXTRATO
               MOVE 'F' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
           ELSE
               CLOSE CADUSER
           END-IF.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               PERFORM 9900-FECHA-CADUSER
               CLOSE CADUSERCSV
           END-IF.

