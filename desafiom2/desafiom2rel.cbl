      *                     DD_BOLRELIMP), com cabecalho, numero de
      *                     pagina, data/hora, 60 linhas por pagina e
      *                     pagina final de totais.
      *   15/10/2026 CAN - linha do aluno sai com o nome social do
      *                     CADALUNO quando houver.
      *   15/10/2026 CAN - alunos de cada turma em ordem alfabetica pela
      *                     forma de pesquisa do nome (CDNORNOM), sem
      *                     acento nem maiusculas alterarem a ordem.
      *   15/10/2026 CAN - aluno com nota trazida de outra escola
      *                     (CDTRANSF/CADTRANF) sai com a marca NOTA
      *                     TRANSFERIDA na linha, e a pagina de totais
      *                     conta esses alunos; a nota continua na
      *                     media.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESAFIOM2REL.
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADTRANF ASSIGN TO
           "CADTRANF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CHAVE
           FILE STATUS IS WS-FS-CADTRANF.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK".

       FD CADTURMA.
           COPY REGTURMA.

       FD CADTRANF.
           COPY REGTRANF.

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

           03 SR-NOME                    PIC X(14).
           03 SR-MEDIA                   PIC 9(02)V99.
           03 SR-ST-ALUNO                PIC X(01).
      * lancamento com nota trazida de outra escola (CADTRANF)
           03 SR-TRANSF                  PIC X(01).
      * forma de pesquisa (CDNORNOM) do nome do aluno: ordem alfabetica
      * dentro da turma sem acento nem maiusculas interferirem
           03 SR-NOME-NORM               PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-NOTAS                     PIC 99.
       77 WS-AL-STATUS                    PIC X(11) VALUE SPACES.
       77 WS-TERMO-FILTRO                 PIC X(06) VALUE SPACES.
        88 CONSOLIDA-TODOS                VALUE 'TODOS '.
       77 WS-NOME-ENTRADA                 PIC X(100) VALUE SPACES.

       77 WS-TURMA-ATUAL                  PIC X(03) VALUE LOW-VALUES.
       77 WS-TURMA-QTD                    PIC 9(06) VALUE ZEROS.
       77 WS-TURMA-DESC                   PIC X(30) VALUE SPACES.
       77 WS-ST-ALUNO                     PIC X(01) VALUE SPACE.
       77 WS-AL-ST-ALUNO                  PIC X(01) VALUE SPACE.
       77 WS-FS-CADTRANF                  PIC 99.
       77 WS-ABERTO-TRANF                 PIC X(01) VALUE 'N'.
       77 WS-AL-TRANSF                    PIC X(01) VALUE 'N'.
       77 WS-TOT-TRANSF                   PIC 9(06) VALUE ZEROS.
       77 WS-DT-EXEC                      PIC 9(08).
       77 WS-HR-EXEC                      PIC X(06).
       77 WS-NOME-IMP                     PIC X(20) VALUE SPACES.
           PERFORM 1000-INICIAR.
           SORT ARQ-SORT
               ON ASCENDING KEY SR-TURMA
               ON ASCENDING KEY SR-NOME-NORM
               ON ASCENDING KEY SR-CD-ALUNO
               INPUT PROCEDURE IS 2000-SELECIONA
               OUTPUT PROCEDURE IS 3000-CONSOLIDA.
           END-IF.
           OPEN INPUT CADALUNO.
           OPEN INPUT CADTURMA.
           OPEN INPUT CADTRANF.
           IF WS-FS-CADTRANF = 0
               MOVE 'S' TO WS-ABERTO-TRANF
           END-IF.

       2000-SELECIONA SECTION.
           PERFORM 2100-LE-NOTAS UNTIL FIM-NOTAS.
                           MOVE BN-MEDIA    TO SR-MEDIA
                           PERFORM 2200-STATUS-DO-ALUNO
                           MOVE WS-ST-ALUNO TO SR-ST-ALUNO
                           PERFORM 2300-NOTA-TRANSFERIDA
                           CALL 'CDNORNOM' USING WS-NOME-ENTRADA
                               SR-NOME-NORM
                           RELEASE REG-SORT
                       END-IF
                   END-IF
           END-READ.

      * o status do cadastro viaja junto para a linha do consolidado
      * marcar transferido, evadido ou concluido; o nome social do
      * cadastro, quando houver, substitui o nome lancado no boletim;
      * a ordem usa o nome do cadastro, igual em todos os lancamentos
      * do aluno, e so sem cadastro cai no nome do boletim
       2200-STATUS-DO-ALUNO.
           MOVE SPACE TO WS-ST-ALUNO.
           MOVE BN-NOME TO WS-NOME-ENTRADA.
           IF WS-FS-CADALUNO = 0
               MOVE BN-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                       IF NOT ALUNO-ATIVO
                           MOVE AL-STATUS TO WS-ST-ALUNO
                       END-IF
                       MOVE AL-NOME TO WS-NOME-ENTRADA
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO SR-NOME
                           MOVE AL-NOME-SOCIAL TO WS-NOME-ENTRADA
                       END-IF
               END-READ
           END-IF.

      * nota trazida de outra escola pelo CDTRANSF entra na media e
      * marca a linha do aluno; sem o CADTRANF nada sai marcado
       2300-NOTA-TRANSFERIDA.
           MOVE 'N' TO SR-TRANSF.
           IF WS-ABERTO-TRANF = 'S'
               MOVE BN-CHAVE TO TF-CHAVE
               READ CADTRANF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO SR-TRANSF
               END-READ
           END-IF.

                       MOVE SR-CD-ALUNO TO WS-ALUNO-ATUAL
                       MOVE SR-NOME     TO WS-AL-NOME
                       MOVE SR-ST-ALUNO TO WS-AL-ST-ALUNO
                       MOVE 'N' TO WS-AL-TRANSF
                       MOVE 0 TO WS-AL-QTD
                       MOVE 0 TO WS-AL-SOMA
                   END-IF
                   ADD 1 TO WS-AL-QTD
                   ADD SR-MEDIA TO WS-AL-SOMA
                   IF SR-TRANSF = 'S'
                       MOVE 'S' TO WS-AL-TRANSF
                   END-IF
           END-RETURN.

       3250-DESCRICAO-DA-TURMA.
                   STRING WS-AL-NOME ' ' WS-MSK-DEC ' ' WS-AL-STATUS
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               END-IF
               IF WS-AL-TRANSF = 'S'
                   MOVE 'NOTA TRANSFERIDA' TO WS-LINHA-IMP (44:)
                   ADD 1 TO WS-TOT-TRANSF
               END-IF
               PERFORM 3150-GRAVA-LINHA
               MOVE 'N' TO WS-ALUNO-ABERTO
           END-IF.
               STRING 'EM CURSO (FORA DO CONSOLIDADO): ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE WS-TOT-TRANSF TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ALUNOS COM NOTA TRANSFERIDA: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 3150-GRAVA-LINHA
               CLOSE ARQ-IMP
           IF WS-FS-CADTURMA = 0 OR WS-FS-CADTURMA = 10
               CLOSE CADTURMA
           END-IF.
           IF WS-ABERTO-TRANF = 'S'
               CLOSE CADTRANF
           END-IF.

       END PROGRAM DESAFIOM2REL.
