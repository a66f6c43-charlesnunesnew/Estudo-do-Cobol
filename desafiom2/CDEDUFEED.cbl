      *         escola (ESCOLA_ID), um detalhe tipo 1 por lancamento
      *         do BOLETIM do termo (codigo e nome do aluno pelo
      *         CADALUNO, turma, materia, as quatro notas, media,
      *         conceito, status, frequencia e a marca 'T' das
      *         avaliacoes trazidas de outra escola, do CADTRANF) e
      *         trailer tipo 9 com a contagem e o hash total dos
      *         codigos de aluno. So
      *         termo ENCERRADO no CADTERMO e transmitido: termo
      *         ainda aberto encerra sem gerar nada e sem erro, para
      *         o passo poder morar na esteira do CDBATCH depois do
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

           SELECT CADTRANF ASSIGN TO
           "CADTRANF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CHAVE
           FILE STATUS IS WS-FS-CADTRANF.

           SELECT EDUBOL ASSIGN TO
           "EDUBOL"
           ORGANIZATION IS LINE SEQUENTIAL
       FD CADTERMO.
           COPY REGTERMO.

       FD CADTRANF.
           COPY REGTRANF.

       FD EDUBOL.
       01 REG-EDUBOL                      PIC X(100).

       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-CADTRANF                 PIC 99.
       77 WS-ABERTO-TRANF                PIC X VALUE 'N'.
      * nasce 99 para o trailer so sair quando o arquivo foi mesmo
      * aberto - noite de termo aberto nao gera nada
       77 WS-FS-EDUBOL                   PIC 99 VALUE 99.
           03 ED-DET-CONCEITO            PIC X(01).
           03 ED-DET-STATUS              PIC X(11).
           03 ED-DET-FREQ                PIC 9(03).
      * 'T' na posicao de cada avaliacao (N1 a N4) trazida de outra
      * escola pelo CDTRANSF - nota transferida
           03 ED-DET-TRANSF              PIC X(04).
           03 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-LINHA-TRAILER.
           03 FILLER                     PIC X(01) VALUE '9'.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.

       1000-INICIAR.
           ACCEPT WS-TERMO-FILTRO FROM ENVIRONMENT "BOLETIM_TERMO".
           MOVE 'ESCOLA_ID' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-ESCOLA-ID.
           IF WS-ESCOLA-ID = SPACES
               MOVE 'ESCOLA01' TO WS-ESCOLA-ID
           END-IF.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT CADALUNO
                   OPEN INPUT CADTRANF
                   IF WS-FS-CADTRANF = 0
                       MOVE 'S' TO WS-ABERTO-TRANF
                   END-IF
                   OPEN OUTPUT EDUBOL
                   MOVE WS-TERMO-FILTRO TO ED-CAB-TERMO
                   MOVE WS-ESCOLA-ID    TO ED-CAB-ESCOLA
           MOVE BN-LETRA    TO ED-DET-CONCEITO.
           MOVE BN-STATUS   TO ED-DET-STATUS.
           MOVE BN-FREQ-PCT TO ED-DET-FREQ.
           MOVE SPACES      TO ED-DET-TRANSF.
           IF WS-ABERTO-TRANF = 'S'
               MOVE BN-CHAVE TO TF-CHAVE
               READ CADTRANF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       INSPECT TF-AVAL-TRANSF CONVERTING 'SN' TO 'T '
                       MOVE TF-AVAL-TRANSF TO ED-DET-TRANSF
               END-READ
           END-IF.
           MOVE WS-LINHA-DETALHE TO REG-EDUBOL.
           WRITE REG-EDUBOL.
           ADD 1 TO WS-TOT-DETALHES.
               DISPLAY '============================================='
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDEDUFEED' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-NOTAS = 0 OR WS-FS-NOTAS = 10
               CLOSE ARQ-NOTAS
               IF WS-FS-CADALUNO = 0
                   CLOSE CADALUNO
               END-IF
               IF WS-ABERTO-TRANF = 'S'
                   CLOSE CADTRANF
               END-IF
           END-IF.

       END PROGRAM CDEDUFEED.
