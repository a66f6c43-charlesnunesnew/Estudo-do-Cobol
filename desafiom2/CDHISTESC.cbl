      *                     registro de emissao HISTREG (numero,
      *                     aluno, data, solicitante), para a
      *                     autenticidade poder ser conferida depois.
      *   15/10/2026 CAN - historico emitido com o nome social do aluno
      *                     quando houver.
      *   15/10/2026 CAN - solicitante gravado no HISTREG com 8 digitos,
      *                     acompanhando o codigo de usuario.
      *   15/10/2026 CAN - nota trazida de outra escola
      *                     (CDTRANSF/CADTRANF) sai marcada NOTA
      *                     TRANSFERIDA com as avaliacoes que vieram de
      *                     fora, a escola de origem e o documento;
      *                     continua entrando nas medias.
      *   15/10/2026 CAN - aluno levado ao arquivo escolar pelo CDARQALU
      *                     tem o historico emitido do ARQALUNO
      *                     (cadastro e lancamentos), com numero e
      *                     registro no HISTREG como os demais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHISTESC.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTIMP.

           SELECT CADTRANF ASSIGN TO
           "CADTRANF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CHAVE
           FILE STATUS IS WS-FS-CADTRANF.

           SELECT ARQALUNO ASSIGN TO
           "ARQALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-CHAVE
           FILE STATUS IS WS-FS-ARQALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NOTAS.
       FD HISTIMP.
       01 REG-HISTIMP                    PIC X(100).

       FD CADTRANF.
           COPY REGTRANF.

       FD ARQALUNO.
           COPY REGARQAL.

       WORKING-STORAGE SECTION.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-NUM-DOCUMENTO               PIC 9(08) VALUE ZEROS.
       77 WS-DT-EMISSAO                  PIC 9(08) VALUE ZEROS.
       77 WS-NOME-HISTIMP                PIC X(20) VALUE SPACES.
       77 WS-SOLICITANTE                 PIC X(08) VALUE SPACES.
       77 WS-TOT-EMITIDOS                PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
           03 FILLER                     PIC X(01) VALUE ';'.
           03 HR-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 HR-SOLICITANTE             PIC X(08).
       77 WS-N1-ED                       PIC Z9.9.
       77 WS-N2-ED                       PIC Z9.9.
       77 WS-N3-ED                       PIC Z9.9.
       77 WS-N4-ED                       PIC Z9.9.

      * nota trazida de outra escola (CDTRANSF): sem o CADTRANF em
      * disco nenhuma nota sai marcada
       77 WS-FS-CADTRANF                 PIC 99.
       77 WS-ABERTO-TRANF                PIC X VALUE 'N'.
       77 WS-IX-AV                       PIC 9(01) VALUE ZEROS.
       77 WS-TRANSF-TEXTO                PIC X(30) VALUE SPACES.

      * aluno levado ao arquivo escolar pelo CDARQALU: cadastro e
      * lancamentos vem do ARQALUNO
       77 WS-FS-ARQALUNO                 PIC 99.
       77 WS-ABERTO-ARQ                  PIC X VALUE 'N'.
       77 WS-ALUNO-ARQUIVADO             PIC X VALUE 'N'.

           COPY MASCARAS.

       PROCEDURE DIVISION.
           END-IF.

           OPEN INPUT CADALUNO.
           OPEN INPUT CADTRANF.
           IF WS-FS-CADTRANF = 0
               MOVE 'S' TO WS-ABERTO-TRANF
           END-IF.
           OPEN INPUT ARQALUNO.
           IF WS-FS-ARQALUNO = 0
               MOVE 'S' TO WS-ABERTO-ARQ
           END-IF.

           IF MODO-TURMA
      * a rodada de turma sai num arquivo de impressao datado, com

       1700-EMITE-UM-ALUNO.
           MOVE 'ALUNO SEM CADASTRO' TO WS-NOME-ALUNO.
           MOVE 'N' TO WS-ALUNO-ARQUIVADO.
           IF WS-FS-CADALUNO = 0
               MOVE WS-CODIGO-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       PERFORM 1750-PROCURA-ARQUIVADO
                   NOT INVALID KEY
                       PERFORM 1850-NOME-DO-ALUNO
                       MOVE AL-TURMA TO WS-TURMA-ALUNO
               END-READ
           ELSE
               PERFORM 1750-PROCURA-ARQUIVADO
           END-IF.
           PERFORM 1900-EMITE-HISTORICO.

      * fora do CADALUNO o aluno pode estar no arquivo escolar: o
      * registro de cadastro guardado la da o nome e a turma
       1750-PROCURA-ARQUIVADO.
           IF WS-ABERTO-ARQ = 'S'
               MOVE WS-CODIGO-ALUNO TO AA-CD-ALUNO
               MOVE 'A' TO AA-TIPO
               MOVE SPACES TO AA-SEQUENCIA
               READ ARQALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AA-CONTEUDO TO REG-ALUNO
                       PERFORM 1850-NOME-DO-ALUNO
                       MOVE AL-TURMA TO WS-TURMA-ALUNO
                       MOVE 'S' TO WS-ALUNO-ARQUIVADO
               END-READ
           END-IF.

      * rodada de turma: HISTESC_TURMA=ALL pega o cadastro inteiro;
      * cada aluno sai numa pagina propria do arquivo de impressao
       1800-EMITE-TURMA.
                   IF WS-TURMA-PEDIDA = 'ALL' OR
                      AL-TURMA = WS-TURMA-PEDIDA
                       MOVE AL-CODIGO TO WS-CODIGO-ALUNO
                       PERFORM 1850-NOME-DO-ALUNO
                       MOVE AL-TURMA  TO WS-TURMA-ALUNO
                       PERFORM 1900-EMITE-HISTORICO
                   END-IF
           END-READ.

      * o historico sai com o nome social quando o aluno tiver um
       1850-NOME-DO-ALUNO.
           IF AL-NOME-SOCIAL = SPACES
               MOVE AL-NOME        TO WS-NOME-ALUNO
           ELSE
               MOVE AL-NOME-SOCIAL TO WS-NOME-ALUNO
           END-IF.

      * emite o historico de um aluno: numera o documento, abre
      * pagina nova no arquivo de impressao, percorre o BOLETIM do
      * comeco (ou os lancamentos do aluno no arquivo escolar) e
      * registra a emissao
       1900-EMITE-HISTORICO.
           PERFORM 1100-PROXIMO-NUMERO.
           IF MODO-TURMA
           MOVE 0 TO WS-ACU-SOMA.
           MOVE 'N' TO WS-EOF-NOTAS.

           IF WS-ALUNO-ARQUIVADO = 'S'
               PERFORM 1950-POSICIONA-ARQUIVO
           ELSE
               OPEN INPUT ARQ-NOTAS
               IF WS-FS-NOTAS NOT = 0
                   PERFORM 8100-LINHA-SAIDA-TEXTO
                   MOVE 'ARQUIVO DE NOTAS NAO ENCONTRADO: BOLETIM'
                     TO WS-LINHA-SAIDA
                   PERFORM 8000-EMITE-LINHA
                   MOVE 'S' TO WS-EOF-NOTAS
               END-IF
           END-IF.

           MOVE ALL '=' TO WS-LINHA-SAIDA.
               WS-TURMA-ALUNO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM 8000-EMITE-LINHA.
           IF WS-ALUNO-ARQUIVADO = 'S'
               MOVE 'ALUNO NO ARQUIVO ESCOLAR - LANCAMENTOS DO ARQALUNO'
                 TO WS-LINHA-SAIDA
               PERFORM 8000-EMITE-LINHA
               PERFORM 2050-PERCORRE-ARQUIVO UNTIL FIM-NOTAS
           ELSE
               PERFORM 2000-PERCORRE-BOLETIM UNTIL FIM-NOTAS
           END-IF.
           PERFORM 3000-FECHA-TERMO.
           PERFORM 4000-MEDIA-ACUMULADA.

           IF WS-ALUNO-ARQUIVADO NOT = 'S' AND
              (WS-FS-NOTAS = 0 OR WS-FS-NOTAS = 10)
               CLOSE ARQ-NOTAS
           END-IF.
           PERFORM 1200-REGISTRA-EMISSAO.
                   END-IF
           END-READ.

      * os lancamentos arquivados vem na ordem de termo e materia,
      * a mesma do BOLETIM, e passam pela mesma quebra de termo
       1950-POSICIONA-ARQUIVO.
           MOVE WS-CODIGO-ALUNO TO AA-CD-ALUNO.
           MOVE 'B' TO AA-TIPO.
           MOVE LOW-VALUES TO AA-SEQUENCIA.
           START ARQALUNO KEY IS GREATER THAN OR EQUAL TO AA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-NOTAS
           END-START.

       2050-PERCORRE-ARQUIVO.
           READ ARQALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-NOTAS
               NOT AT END
                   IF AA-CD-ALUNO NOT = WS-CODIGO-ALUNO OR
                      NOT AA-BOLETIM
                       MOVE 'S' TO WS-EOF-NOTAS
                   ELSE
                       MOVE AA-CONTEUDO TO REG-NOTA
                       IF BN-TERMO NOT = WS-TERMO-ATUAL
                           PERFORM 3000-FECHA-TERMO
                           PERFORM 2100-ABRE-TERMO
                       END-IF
                       PERFORM 2200-LINHA-MATERIA
                   END-IF
           END-READ.

       2100-ABRE-TERMO.
           MOVE BN-TERMO TO WS-TERMO-ATUAL.
           MOVE 'S' TO WS-TERMO-ABERTO.
           MOVE BN-N3 TO WS-N3-ED.
           MOVE BN-N4 TO WS-N4-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           PERFORM 2300-CONFERE-TRANSFERIDA.
           STRING BN-MATERIA ' ' WS-N1-ED ' ' WS-N2-ED ' '
               WS-N3-ED ' ' WS-N4-ED ' ' WS-MSK-DEC ' ' BN-LETRA
               ' ' BN-STATUS ' ' WS-TRANSF-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM 8000-EMITE-LINHA.
           IF WS-TRANSF-TEXTO NOT = SPACES
               STRING '       ORIGEM: ' FUNCTION TRIM (TF-ESCOLA)
                   ' - DOC. ' FUNCTION TRIM (TF-DOCUMENTO)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM 8000-EMITE-LINHA
           END-IF.

      * a nota trazida de outra escola entra na media como as outras,
      * mas o documento mostra quais avaliacoes vieram de fora
       2300-CONFERE-TRANSFERIDA.
           MOVE SPACES TO WS-TRANSF-TEXTO.
           IF WS-ABERTO-TRANF = 'S'
               MOVE BN-CHAVE TO TF-CHAVE
               READ CADTRANF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'NOTA TRANSFERIDA:' TO WS-TRANSF-TEXTO
                       PERFORM 2310-AVALIACAO-TRANSFERIDA
                           VARYING WS-IX-AV FROM 1 BY 1
                           UNTIL WS-IX-AV > 4
               END-READ
           END-IF.

       2310-AVALIACAO-TRANSFERIDA.
           IF TF-AVAL-TRANSF (WS-IX-AV:1) = 'S'
               MOVE 'N' TO WS-TRANSF-TEXTO (16 + WS-IX-AV * 3:1)
               MOVE WS-IX-AV TO WS-TRANSF-TEXTO (17 + WS-IX-AV * 3:1)
           END-IF.

       3000-FECHA-TERMO.
           IF WS-TERMO-ABERTO = 'S' AND WS-TRM-QTD > 0
           IF MODO-TURMA
               CLOSE HISTIMP
           END-IF.
           IF WS-ABERTO-TRANF = 'S'
               CLOSE CADTRANF
           END-IF.
           IF WS-ABERTO-ARQ = 'S'
               CLOSE ARQALUNO
           END-IF.

       END PROGRAM CDHISTESC.
