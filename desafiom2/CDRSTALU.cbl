      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:RESTAURACAO DE ALUNO DO ARQUIVO ESCOLAR - devolve ao
      *         CADALUNO, ao BOLETIM e ao ALUNHIST tudo o que o CDARQALU
      *         levou para o ARQALUNO de um aluno que volta a escola, e
      *         tira o aluno do arquivo. Recusa quando o codigo ja esta
      *         em uso no CADALUNO. O aluno volta com o status que
      *         tinha ao sair; a secretaria o reativa pela opcao <S> do
      *         CDALUNO. Lancamento do BOLETIM que ja exista com a
      *         mesma chave nao e sobreposto e fica no arquivo. Uma
      *         linha 'RESTAURADO DO ARQUIVO ESCOLAR' fecha o historico
      *         de status. O codigo vem da variavel de ambiente
      *         RESTALU_CODIGO ou, em branco, e perguntado no console;
      *         so grava com o online aberto (CDONLINE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRSTALU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT ARQ-NOTAS ASSIGN TO
           "BOLETIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CHAVE
           FILE STATUS IS WS-FS-NOTAS.

           SELECT ARQALUNO ASSIGN TO
           "ARQALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-CHAVE
           FILE STATUS IS WS-FS-ARQALUNO.

           SELECT ALUNHIST ASSIGN TO
           "ALUNHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNHIST.

       DATA DIVISION.
       FILE SECTION.
       FD CADALUNO.
           COPY REGALUNO.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD ARQALUNO.
           COPY REGARQAL.

       FD ALUNHIST.
       01 REG-ALUNHIST                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-ARQALUNO                 PIC 99.
       77 WS-FS-ALUNHIST                 PIC 99.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-NOTAS                PIC X VALUE 'N'.
       77 WS-ABERTO-ARQ                  PIC X VALUE 'N'.
       77 WS-ABERTO-HIST                 PIC X VALUE 'N'.
       77 WS-EOF-ARQ                     PIC X VALUE 'N'.
        88 FIM-ARQALUNO                  VALUE 'S'.

       77 WS-CODIGO-TEXTO                PIC X(05) VALUE SPACES.
       77 WS-CODIGO-ALVO                 PIC 9(05) VALUE ZEROS.
       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-RESTAURADO                  PIC X VALUE 'N'.
       77 WS-QTD-BOLETIM                 PIC 9(04) VALUE ZEROS.
       77 WS-QTD-HISTORICO               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CONFLITO                PIC 9(04) VALUE ZEROS.

      * a linha do historico de status e montada aqui porque VALUE
      * de FILLER nao vale em registro de FD
       01 WS-LINHA-ALUNHIST.
           03 AH-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-CODIGO                  PIC 9(05).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-STATUS-ANT              PIC X(01).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-STATUS-NOVO             PIC X(01).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-MOTIVO                  PIC X(40).

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF ONL-LIBERADO AND WS-ABERTO-ARQ = 'S' AND
              WS-ABERTO-ALUNO = 'S' AND WS-ABERTO-NOTAS = 'S'
               PERFORM 2000-PROCURA-ARQUIVADO
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * os VALUE so valem na primeira chamada: quando o programa e
      * CALLado de novo na mesma sessao os estados da passada
      * anterior ainda estao aqui, entao tudo recomeca do zero
       1000-INICIAR.
           MOVE 'N' TO WS-EOF-ARQ.
           MOVE 'N' TO WS-RESTAURADO.
           MOVE ZEROS TO WS-QTD-BOLETIM WS-QTD-HISTORICO
               WS-QTD-CONFLITO.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.

           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

           IF ONL-LIBERADO
               ACCEPT WS-CODIGO-TEXTO FROM ENVIRONMENT "RESTALU_CODIGO"
               IF WS-CODIGO-TEXTO = SPACES
                   DISPLAY 'CODIGO DO ALUNO A RESTAURAR: '
                   ACCEPT WS-CODIGO-TEXTO
               END-IF
               MOVE FUNCTION NUMVAL (WS-CODIGO-TEXTO) TO WS-CODIGO-ALVO
               PERFORM 1100-ABRE-ARQUIVOS
           END-IF.

       1100-ABRE-ARQUIVOS.
           OPEN I-O ARQALUNO.
           IF WS-FS-ARQALUNO = 0
               MOVE 'S' TO WS-ABERTO-ARQ
           ELSE
               DISPLAY 'ARQUIVO ESCOLAR ARQALUNO NAO ENCONTRADO'
           END-IF.

           OPEN I-O CADALUNO.
           IF WS-FS-CADALUNO = 35
               OPEN OUTPUT CADALUNO
               CLOSE CADALUNO
               OPEN I-O CADALUNO
           END-IF.
           IF WS-FS-CADALUNO = 0
               MOVE 'S' TO WS-ABERTO-ALUNO
           ELSE
               DISPLAY 'CADALUNO NAO ABRIU - STATUS ' WS-FS-CADALUNO
           END-IF.

           OPEN I-O ARQ-NOTAS.
           IF WS-FS-NOTAS = 35
               OPEN OUTPUT ARQ-NOTAS
               CLOSE ARQ-NOTAS
               OPEN I-O ARQ-NOTAS
           END-IF.
           IF WS-FS-NOTAS = 0
               MOVE 'S' TO WS-ABERTO-NOTAS
           ELSE
               DISPLAY 'BOLETIM NAO ABRIU - STATUS ' WS-FS-NOTAS
           END-IF.

      * o registro de cadastro (tipo A) abre o grupo do aluno no
      * arquivo; sem ele nao ha o que restaurar
       2000-PROCURA-ARQUIVADO.
           MOVE WS-CODIGO-ALVO TO AA-CD-ALUNO.
           MOVE 'A' TO AA-TIPO.
           MOVE SPACES TO AA-SEQUENCIA.
           READ ARQALUNO
               INVALID KEY
                   DISPLAY 'CODIGO ' WS-CODIGO-ALVO
                       ' NAO ENCONTRADO NO ARQUIVO ESCOLAR'
               NOT INVALID KEY
                   MOVE WS-CODIGO-ALVO TO AL-CODIGO
                   READ CADALUNO
                       INVALID KEY
                           PERFORM 3000-RESTAURA
                       NOT INVALID KEY
                           DISPLAY 'RESTAURACAO RECUSADA: CODIGO '
                               WS-CODIGO-ALVO
                               ' JA ESTA EM USO NO CADALUNO'
                   END-READ
           END-READ.

       3000-RESTAURA.
           MOVE AA-CONTEUDO TO REG-ALUNO.
           IF AL-DT-NASC NOT NUMERIC
               MOVE ZEROS TO AL-DT-NASC
           END-IF.
           WRITE REG-ALUNO
               INVALID KEY
                   DISPLAY 'ERRO AO RESTAURAR - STATUS ' WS-FS-CADALUNO
               NOT INVALID KEY
                   MOVE 'S' TO WS-RESTAURADO
           END-WRITE.
           IF WS-RESTAURADO = 'S'
               PERFORM 3100-ABRE-HISTORICO
               MOVE 'N' TO WS-EOF-ARQ
               MOVE WS-CODIGO-ALVO TO AA-CD-ALUNO
               MOVE 'A' TO AA-TIPO
               MOVE SPACES TO AA-SEQUENCIA
               START ARQALUNO KEY IS GREATER THAN OR EQUAL TO AA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-ARQ
               END-START
               PERFORM 3200-DEVOLVE-REGISTRO UNTIL FIM-ARQALUNO
               PERFORM 3500-REGISTRA-RESTAURACAO
               PERFORM 3900-RESUMO
           END-IF.

       3100-ABRE-HISTORICO.
           OPEN EXTEND ALUNHIST.
           IF WS-FS-ALUNHIST = 35
               OPEN OUTPUT ALUNHIST
               CLOSE ALUNHIST
               OPEN EXTEND ALUNHIST
           END-IF.
           IF WS-FS-ALUNHIST = 0
               MOVE 'S' TO WS-ABERTO-HIST
           ELSE
               DISPLAY 'ALUNHIST NAO ABRIU - STATUS ' WS-FS-ALUNHIST
           END-IF.

      * as chaves do aluno vem em ordem: A, os lancamentos B na ordem
      * de termo e materia e as linhas H na ordem do historico, que
      * assim voltam ao fim do ALUNHIST na sequencia original
       3200-DEVOLVE-REGISTRO.
           READ ARQALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ARQ
               NOT AT END
                   IF AA-CD-ALUNO NOT = WS-CODIGO-ALVO
                       MOVE 'S' TO WS-EOF-ARQ
                   ELSE
                       EVALUATE TRUE
                           WHEN AA-CADASTRO
                               PERFORM 3400-APAGA-DO-ARQUIVO
                           WHEN AA-BOLETIM
                               PERFORM 3300-DEVOLVE-LANCAMENTO
                           WHEN AA-HISTORICO
                               PERFORM 3350-DEVOLVE-LINHA
                       END-EVALUATE
                   END-IF
           END-READ.

      * lancamento que ja exista no BOLETIM nao e sobreposto: fica
      * no arquivo e e contado como conflito
       3300-DEVOLVE-LANCAMENTO.
           MOVE AA-CONTEUDO TO REG-NOTA.
           WRITE REG-NOTA
               INVALID KEY
                   ADD 1 TO WS-QTD-CONFLITO
                   DISPLAY 'LANCAMENTO JA EXISTE NO BOLETIM: ' BN-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-BOLETIM
                   PERFORM 3400-APAGA-DO-ARQUIVO
           END-WRITE.

       3350-DEVOLVE-LINHA.
           IF WS-ABERTO-HIST = 'S'
               MOVE AA-CONTEUDO TO REG-ALUNHIST
               WRITE REG-ALUNHIST
               ADD 1 TO WS-QTD-HISTORICO
               PERFORM 3400-APAGA-DO-ARQUIVO
           END-IF.

       3400-APAGA-DO-ARQUIVO.
           DELETE ARQALUNO RECORD
               INVALID KEY
                   DISPLAY 'ARQALUNO NAO APAGOU ' AA-CHAVE
                       ' - STATUS ' WS-FS-ARQALUNO
           END-DELETE.

       3500-REGISTRA-RESTAURACAO.
           IF WS-ABERTO-HIST = 'S'
               MOVE WS-DT-EXEC     TO AH-DATA
               MOVE AL-CODIGO      TO AH-CODIGO
               MOVE AL-STATUS      TO AH-STATUS-ANT
               MOVE AL-STATUS      TO AH-STATUS-NOVO
               MOVE 'RESTAURADO DO ARQUIVO ESCOLAR' TO AH-MOTIVO
               MOVE WS-LINHA-ALUNHIST TO REG-ALUNHIST
               WRITE REG-ALUNHIST
           END-IF.

       3900-RESUMO.
           DISPLAY 'CODIGO ' WS-CODIGO-ALVO ' RESTAURADO COM SUCESSO'.
           DISPLAY 'LANCAMENTOS DEVOLVIDOS AO BOLETIM: ' WS-QTD-BOLETIM.
           DISPLAY 'LINHAS DEVOLVIDAS AO ALUNHIST....: '
               WS-QTD-HISTORICO.
           IF WS-QTD-CONFLITO > ZEROS
               DISPLAY 'LANCAMENTOS EM CONFLITO (NO ARQUIVO): '
                   WS-QTD-CONFLITO
           END-IF.
           DISPLAY 'ALUNO VOLTOU COM O STATUS ' AL-STATUS
               ' - PARA REATIVAR USE A OPCAO <S> DO CDALUNO'.

       9999-FINALIZAR.
           IF WS-ABERTO-ARQ = 'S'
               CLOSE ARQALUNO
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-NOTAS = 'S'
               CLOSE ARQ-NOTAS
           END-IF.
           IF WS-ABERTO-HIST = 'S'
               CLOSE ALUNHIST
           END-IF.
           MOVE 'N' TO WS-ABERTO-ARQ.
           MOVE 'N' TO WS-ABERTO-ALUNO.
           MOVE 'N' TO WS-ABERTO-NOTAS.
           MOVE 'N' TO WS-ABERTO-HIST.

       END PROGRAM CDRSTALU.
