      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONVERSAO UNICA DO CODIGO DE USUARIO PARA 8 DIGITOS -
      *         escolar. Mesma virada do CDCONVCOD para os arquivos do
      *         escolar que guardam o codigo de um usuario do cadastro:
      *         o CADTURMA (professor da turma), o CADAUTNT (operador
      *         autorizado a lancar notas), o NOTAAUD e o CONSDEC
      *         (operador de cada alteracao e de cada decisao do
      *         conselho) e o HISTREG (solicitante de cada historico
      *         emitido). Os antigos ficam com o mesmo nome seguido de
      *         ANT; o codigo ganha dois zeros a esquerda e o resto do
      *         registro e copiado em bloco. Arquivo cujo layout novo
      *         ja existe e recusado; arquivo antigo ausente e so
      *         avisado. Roda uma unica vez na virada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCONVESC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTURMAANT ASSIGN TO
           "CADTURMAANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TA-CODIGO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-NOVO.

           SELECT CADAUTNTANT ASSIGN TO
           "CADAUTNTANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AA-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-NOVO.

           SELECT NOTAAUDANT ASSIGN TO
           "NOTAAUDANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT NOTAAUD ASSIGN TO
           "NOTAAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT CONSDECANT ASSIGN TO
           "CONSDECANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT CONSDEC ASSIGN TO
           "CONSDEC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT HISTREGANT ASSIGN TO
           "HISTREGANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT HISTREG ASSIGN TO
           "HISTREG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
      * layouts antigos: so a chave e o codigo de 6 digitos tem nome,
      * o resto e copiado em bloco para a posicao nova
       FD CADTURMAANT.
       01 REG-TURMA-ANT.
           03 TA-CODIGO                  PIC X(03).
           03 TA-RESTO                   PIC X(34).
           03 TA-PROFESSOR               PIC 9(06).

       FD CADTURMA.
           COPY REGTURMA.

       FD CADAUTNTANT.
       01 REG-AUTORIZACAO-ANT.
           03 AA-CHAVE.
               05 AA-OPERADOR            PIC 9(06).
               05 AA-MATERIA             PIC X(06).
               05 AA-TURMA               PIC X(03).

       FD CADAUTNT.
           COPY REGAUTNT.

       FD NOTAAUDANT.
       01 REG-NOTA-AUD-ANT.
           03 NB-ANTES                   PIC X(14).
           03 NB-OPERADOR                PIC X(06).
           03 NB-OPERADOR-N REDEFINES NB-OPERADOR
                                         PIC 9(06).
           03 NB-RESTO                   PIC X(72).

       FD NOTAAUD.
           COPY REGNOTAUD.

      * linha do CONSDEC: os campos separados por ';' ate o status
      * novo ocupam 53 posicoes, o operador vem logo depois
       FD CONSDECANT.
       01 REG-DECISAO-ANT.
           03 DB-ANTES                   PIC X(53).
           03 DB-OPERADOR                PIC X(06).
           03 DB-OPERADOR-N REDEFINES DB-OPERADOR
                                         PIC 9(06).
           03 DB-RESTO                   PIC X(61).

       FD CONSDEC.
       01 REG-DECISAO                     PIC X(132).

      * linha do HISTREG: numero, aluno e data ocupam 24 posicoes e o
      * solicitante fecha a linha
       FD HISTREGANT.
       01 REG-HISTREG-ANT.
           03 HB-ANTES                   PIC X(24).
           03 HB-SOLICITANTE             PIC X(06).
           03 HB-SOLICITANTE-N REDEFINES HB-SOLICITANTE
                                         PIC 9(06).

       FD HISTREG.
       01 REG-HISTREG                    PIC X(50).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO                   PIC 99.
       77 WS-FS-NOVO                     PIC 99.
       77 WS-EOF-ANTIGO                  PIC X VALUE 'N'.
        88 FIM-ANTIGO                    VALUE 'S'.
       77 WS-ARQUIVO                     PIC X(10) VALUE SPACES.
       77 WS-CODIGO-NOVO                 PIC 9(08) VALUE ZEROS.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONVERTIDOS             PIC 9(06) VALUE ZEROS.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-CONVERTE-CADTURMA.
           PERFORM 2000-CONVERTE-CADAUTNT.
           PERFORM 3000-CONVERTE-NOTAAUD.
           PERFORM 4000-CONVERTE-CONSDEC.
           PERFORM 5000-CONVERTE-HISTREG.
           DISPLAY '============================================='.
           GOBACK.

      * CADTURMA - professor de cada turma
       1000-CONVERTE-CADTURMA.
           MOVE 'CADTURMA' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADTURMA.
           IF WS-FS-NOVO = 0
               CLOSE CADTURMA
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADTURMAANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADTURMA
                   PERFORM 1100-LE-CADTURMA UNTIL FIM-ANTIGO
                   CLOSE CADTURMA
                   CLOSE CADTURMAANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       1100-LE-CADTURMA.
           READ CADTURMAANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 1200-GRAVA-CADTURMA
           END-READ.

       1200-GRAVA-CADTURMA.
           MOVE TA-CODIGO    TO TU-CODIGO.
           MOVE TA-RESTO     TO REG-TURMA (4:34).
           MOVE TA-PROFESSOR TO TU-PROFESSOR.
           WRITE REG-TURMA
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       TA-CODIGO ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * CADAUTNT - o operador e o comeco da chave
       2000-CONVERTE-CADAUTNT.
           MOVE 'CADAUTNT' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CADAUTNT.
           IF WS-FS-NOVO = 0
               CLOSE CADAUTNT
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CADAUTNTANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CADAUTNT
                   PERFORM 2100-LE-CADAUTNT UNTIL FIM-ANTIGO
                   CLOSE CADAUTNT
                   CLOSE CADAUTNTANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       2100-LE-CADAUTNT.
           READ CADAUTNTANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 2200-GRAVA-CADAUTNT
           END-READ.

       2200-GRAVA-CADAUTNT.
           MOVE AA-OPERADOR TO AT-OPERADOR.
           MOVE AA-MATERIA  TO AT-MATERIA.
           MOVE AA-TURMA    TO AT-TURMA.
           WRITE REG-AUTORIZACAO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       AA-CHAVE ' - STATUS ' WS-FS-NOVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * NOTAAUD - trilha de alteracoes de nota, na mesma ordem
       3000-CONVERTE-NOTAAUD.
           MOVE 'NOTAAUD' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT NOTAAUD.
           IF WS-FS-NOVO = 0
               CLOSE NOTAAUD
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT NOTAAUDANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT NOTAAUD
                   PERFORM 3100-LE-NOTAAUD UNTIL FIM-ANTIGO
                   CLOSE NOTAAUD
                   CLOSE NOTAAUDANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       3100-LE-NOTAAUD.
           MOVE SPACES TO REG-NOTA-AUD-ANT.
           READ NOTAAUDANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 3200-GRAVA-NOTAAUD
           END-READ.

       3200-GRAVA-NOTAAUD.
           MOVE SPACES TO REG-NOTA-AUD.
           MOVE NB-ANTES TO REG-NOTA-AUD (1:14).
           IF NB-OPERADOR IS NUMERIC
               MOVE NB-OPERADOR-N TO NA-OPERADOR
           ELSE
               MOVE ZEROS TO NA-OPERADOR
           END-IF.
           MOVE NB-RESTO TO REG-NOTA-AUD (23:72).
           WRITE REG-NOTA-AUD.
           ADD 1 TO WS-TOT-CONVERTIDOS.

      * CONSDEC - decisoes do conselho de classe, na mesma ordem
       4000-CONVERTE-CONSDEC.
           MOVE 'CONSDEC' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT CONSDEC.
           IF WS-FS-NOVO = 0
               CLOSE CONSDEC
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT CONSDECANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT CONSDEC
                   PERFORM 4100-LE-CONSDEC UNTIL FIM-ANTIGO
                   CLOSE CONSDEC
                   CLOSE CONSDECANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       4100-LE-CONSDEC.
           MOVE SPACES TO REG-DECISAO-ANT.
           READ CONSDECANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 4200-GRAVA-CONSDEC
           END-READ.

       4200-GRAVA-CONSDEC.
           MOVE SPACES TO REG-DECISAO.
           MOVE DB-ANTES TO REG-DECISAO (1:53).
           IF DB-OPERADOR IS NUMERIC
               MOVE DB-OPERADOR-N TO WS-CODIGO-NOVO
           ELSE
               MOVE ZEROS TO WS-CODIGO-NOVO
           END-IF.
           MOVE WS-CODIGO-NOVO TO REG-DECISAO (54:8).
           MOVE DB-RESTO TO REG-DECISAO (62:61).
           WRITE REG-DECISAO.
           ADD 1 TO WS-TOT-CONVERTIDOS.

      * HISTREG - solicitante sem codigo numerico passa como esta
       5000-CONVERTE-HISTREG.
           MOVE 'HISTREG' TO WS-ARQUIVO.
           PERFORM 8000-ZERA-TOTAIS.
           OPEN INPUT HISTREG.
           IF WS-FS-NOVO = 0
               CLOSE HISTREG
               PERFORM 8200-NOVO-EXISTE
           ELSE
               OPEN INPUT HISTREGANT
               IF WS-FS-ANTIGO NOT = 0
                   PERFORM 8300-SEM-ANTIGO
               ELSE
                   OPEN OUTPUT HISTREG
                   PERFORM 5100-LE-HISTREG UNTIL FIM-ANTIGO
                   CLOSE HISTREG
                   CLOSE HISTREGANT
                   PERFORM 8100-RODAPE
               END-IF
           END-IF.

       5100-LE-HISTREG.
           MOVE SPACES TO REG-HISTREG-ANT.
           READ HISTREGANT
               AT END
                   MOVE 'S' TO WS-EOF-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 5200-GRAVA-HISTREG
           END-READ.

       5200-GRAVA-HISTREG.
           MOVE SPACES TO REG-HISTREG.
           MOVE HB-ANTES TO REG-HISTREG (1:24).
           IF HB-SOLICITANTE IS NUMERIC
               MOVE HB-SOLICITANTE-N TO WS-CODIGO-NOVO
               MOVE WS-CODIGO-NOVO TO REG-HISTREG (25:8)
           ELSE
               MOVE HB-SOLICITANTE TO REG-HISTREG (25:6)
           END-IF.
           WRITE REG-HISTREG.
           ADD 1 TO WS-TOT-CONVERTIDOS.

       8000-ZERA-TOTAIS.
           MOVE 'N' TO WS-EOF-ANTIGO.
           MOVE ZEROS TO WS-TOT-LIDOS WS-TOT-CONVERTIDOS.

       8100-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CONVERSAO DO ' WS-ARQUIVO ' CONCLUIDA'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS LIDOS......: ' WS-MSK-QTD.
           MOVE WS-TOT-CONVERTIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-MSK-QTD.
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

       END PROGRAM CDCONVESC.
