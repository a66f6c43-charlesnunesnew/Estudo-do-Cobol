      *                     fica fora do ranking.
      *   02/09/2026 CAN - termo conferido contra o cadastro CADTERMO:
      *                     termo desconhecido sai avisado no console.
      *   15/10/2026 CAN - aluno com nota trazida de outra escola no
      *                     termo (CDTRANSF/CADTRANF) continua
      *                     classificado pela media, mas fica fora do
      *                     quadro de honra, que passa ao proximo
      *                     elegivel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRANKREL.
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADTRANF ASSIGN TO
           "CADTRANF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CHAVE
           FILE STATUS IS WS-FS-CADTRANF.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK".

       FD CADALUNO.
           COPY REGALUNO.

       FD CADTRANF.
           COPY REGTRANF.

       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-MEDIA                   PIC 9(02)V99.
           03 SR-REPROV                  PIC 9(03).
           03 SR-CD-ALUNO                PIC 9(05).
           03 SR-NOME                    PIC X(14).
           03 SR-TRANSF                  PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADALUNO                  PIC 99.
       77 WS-ALUNO-ATIVO-FLG              PIC X VALUE 'S'.
       77 WS-TOT-NAO-ATIVOS               PIC 9(05) VALUE ZEROS.
      * aluno com nota trazida de outra escola (CADTRANF) entra no
      * ranking mas nao no quadro de honra
       77 WS-FS-CADTRANF                  PIC 99.
       77 WS-ABERTO-TRANF                 PIC X VALUE 'N'.
       77 WS-AL-TRANSF                    PIC X VALUE 'N'.
       77 WS-QTD-HONRA                    PIC 9(02) VALUE ZEROS.
       77 WS-ULT-POS-HONRA                PIC 9(05) VALUE 10.
       77 WS-TOT-TRANSF-FORA              PIC 9(05) VALUE ZEROS.
       77 WS-EOF-NOTAS                   PIC X VALUE 'N'.
        88 FIM-NOTAS                     VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
               MOVE 'S' TO WS-EOF-NOTAS
           END-IF.
           OPEN INPUT CADALUNO.
           OPEN INPUT CADTRANF.
           IF WS-FS-CADTRANF = 0
               MOVE 'S' TO WS-ABERTO-TRANF
           END-IF.

       2000-ACUMULA-ALUNOS SECTION.
           PERFORM 2100-LE-NOTA UNTIL FIM-NOTAS.
               MOVE 0 TO WS-AL-QTD
               MOVE 0 TO WS-AL-SOMA
               MOVE 0 TO WS-AL-REPROV
               MOVE 'N' TO WS-AL-TRANSF
           END-IF.
           IF WS-ABERTO-TRANF = 'S'
               MOVE BN-CHAVE TO TF-CHAVE
               READ CADTRANF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-AL-TRANSF
               END-READ
           END-IF.
           ADD 1 TO WS-AL-QTD.
           ADD BN-MEDIA TO WS-AL-SOMA.
               MOVE WS-AL-REPROV    TO SR-REPROV
               MOVE WS-ALUNO-ATUAL  TO SR-CD-ALUNO
               MOVE WS-AL-NOME      TO SR-NOME
               MOVE WS-AL-TRANSF    TO SR-TRANSF
               RELEASE REG-SORT
               MOVE 'N' TO WS-ALUNO-ABERTO
           END-IF.
           MOVE WS-TOT-NAO-ATIVOS TO WS-MSK-QTD.
           DISPLAY 'LANCAMENTOS DE NAO-ATIVOS FORA DO RANKING: '
               WS-MSK-QTD.
           MOVE WS-TOT-TRANSF-FORA TO WS-MSK-QTD.
           DISPLAY 'ALUNOS COM NOTA TRANSFERIDA FORA DO QUADRO DE '
               'HONRA: ' WS-MSK-QTD.
           DISPLAY '============================================='.
           GO TO 3900-IMPRIME-EXIT.

               NOT AT END
                   ADD 1 TO WS-POSICAO
                   ADD 1 TO WS-TOT-ALUNOS
                   IF SR-TRANSF = 'S'
                       ADD 1 TO WS-TOT-TRANSF-FORA
                   ELSE
                       IF WS-QTD-HONRA < WS-LIMITE-HONRA
                           PERFORM 3150-ENTRA-NO-QUADRO
                       END-IF
                   END-IF
                   PERFORM 3200-GUARDA-NO-ANEL
           END-RETURN.

      * o quadro de honra pula quem tem nota transferida; os ultimos
      * comecam depois da posicao do ultimo que entrou no quadro
       3150-ENTRA-NO-QUADRO.
           ADD 1 TO WS-QTD-HONRA.
           IF WS-POSICAO > WS-ULT-POS-HONRA
               MOVE WS-POSICAO TO WS-ULT-POS-HONRA
           END-IF.
           MOVE SR-MEDIA TO WS-MSK-DEC.
           DISPLAY WS-POSICAO 'o ' SR-CD-ALUNO ' '
               SR-NOME ' MEDIA ' WS-MSK-DEC
               ' REPROVACOES ' SR-REPROV.

       3200-GUARDA-NO-ANEL.
           COMPUTE WS-IX-ANEL =
               FUNCTION MOD (WS-POSICAO - 1, 5) + 1.
      * imprime o anel em ordem de posicao, pulando quem ja saiu no
      * quadro de honra quando ha poucos alunos
       3300-IMPRIME-CAUDA.
           IF WS-TOT-ALUNOS > WS-ULT-POS-HONRA
               DISPLAY ' '
               DISPLAY '--- ALUNOS PARA ACOMPANHAMENTO (ULTIMOS) ---'
               PERFORM 3310-IMPRIME-POSICAO

       3320-PROCURA-NO-ANEL.
           IF WS-CAUDA-POS (WS-IX-ANEL) = WS-IX-CAUDA AND
              WS-IX-CAUDA > WS-ULT-POS-HONRA AND
              WS-IX-CAUDA > WS-TOT-ALUNOS - WS-LIMITE-CAUDA
               MOVE WS-CAUDA-MEDIA (WS-IX-ANEL) TO WS-MSK-DEC
               DISPLAY WS-CAUDA-POS (WS-IX-ANEL) 'o '
           IF WS-FS-CADALUNO = 0 OR WS-FS-CADALUNO = 10
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-TRANF = 'S'
               CLOSE CADTRANF
           END-IF.

       END PROGRAM CDRANKREL.
