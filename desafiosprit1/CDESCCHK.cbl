      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONFERENCIA NOTURNA DAS REFERENCIAS ESCOLARES - le as
      *         autorizacoes de notas do CADAUTNT e a regencia das
      *         turmas do CADTURMA e lista toda referencia a codigo
      *         que nao existe mais no CADUSER ou cuja conta esta
      *         bloqueada. A coluna LISTA diz se a referencia ja esta
      *         pendente na lista de reatribuicao CADREATR (tratada
      *         pelo CDREATRIB); N aponta o que escapou da baixa, como
      *         exclusao pelo CDCLIE ou carga antiga. Com alguma
      *         referencia apontada o passo termina com RC 4. Passo
      *         noturno do CDBATCH, roda tambem avulso. Sai no
      *         ESCCHKIMP (nome fisico ESCCHK.AAAAMMDD via
      *         DD_ESCCHKIMP), catalogado no RELCATAL com o tipo
      *         ESCCHK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDESCCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-CADAUTNT.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADREATR ASSIGN TO
           "CADREATR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-CHAVE
           FILE STATUS IS WS-FS-CADREATR.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT ARQ-IMP ASSIGN TO
           "ESCCHKIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADREATR.
           COPY REGREATR.

       FD CADUSER.
           COPY REGUSER.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-CADREATR                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADAUTNT-ABERTO             PIC X VALUE 'N'.
       77 WS-CADTURMA-ABERTO             PIC X VALUE 'N'.
       77 WS-CADREATR-ABERTO             PIC X VALUE 'N'.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-EOF-AUT                     PIC X VALUE 'N'.
        88 FIM-CADAUTNT                  VALUE 'S'.
       77 WS-EOF-TURMA                   PIC X VALUE 'N'.
        88 FIM-CADTURMA                  VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

      * referencia em conferencia e o que o CADUSER disse dela
       77 WS-REF-CODIGO                  PIC 9(08) VALUE ZEROS.
       77 WS-REF-TIPO                    PIC X(01) VALUE SPACE.
       77 WS-REF-TURMA                   PIC X(03) VALUE SPACES.
       77 WS-REF-MATERIA                 PIC X(06) VALUE SPACES.
       77 WS-SITUACAO                    PIC X(18) VALUE SPACES.
       77 WS-NA-LISTA                    PIC X(01) VALUE SPACE.
       77 WS-DESC-TIPO                   PIC X(12) VALUE SPACES.

       77 WS-TOT-AUT-LIDAS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TUR-LIDAS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INEXISTENTES            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BLOQUEADOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FORA-LISTA              PIC 9(06) VALUE ZEROS.
       77 WS-MSK-TOTAL                   PIC ZZ,ZZZ,ZZ9.

      * a linha do catalogo de relatorios e montada aqui porque
      * VALUE de FILLER nao vale em registro de FD
       01 WS-LINHA-CATALOGO.
           03 RK-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-TIPO                    PIC X(10).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-FISICO                  PIC X(30).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-LINHAS                  PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-SITUACAO                PIC X(01).

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-CADUSER-ABERTO = 'S'
               PERFORM 1500-ABRE-RELATORIO
           END-IF.
           IF WS-FS-IMP = 0
               PERFORM 3000-CONFERE-AUTORIZACAO UNTIL FIM-CADAUTNT
               PERFORM 4000-CONFERE-TURMA UNTIL FIM-CADTURMA
               PERFORM 5000-RODAPE
               PERFORM 8100-REGISTRA-CATALOGO
               IF WS-TOT-INEXISTENTES > ZEROS OR
                  WS-TOT-BLOQUEADOS > ZEROS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

      * sem o CADUSER nao ha com o que conferir
           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER = 0
               MOVE 'S' TO WS-CADUSER-ABERTO
           ELSE
               DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
               MOVE 8 TO RETURN-CODE
           END-IF.

      * escola sem autorizacoes ou sem turmas cadastradas so nao tem
      * o que listar daquele lado
           OPEN INPUT CADAUTNT.
           IF WS-FS-CADAUTNT = 0
               MOVE 'S' TO WS-CADAUTNT-ABERTO
           ELSE
               MOVE 'S' TO WS-EOF-AUT
           END-IF.
           OPEN INPUT CADTURMA.
           IF WS-FS-CADTURMA = 0
               MOVE 'S' TO WS-CADTURMA-ABERTO
           ELSE
               MOVE 'S' TO WS-EOF-TURMA
           END-IF.
           OPEN INPUT CADREATR.
           IF WS-FS-CADREATR = 0
               MOVE 'S' TO WS-CADREATR-ABERTO
           END-IF.

      * arquivo ESCCHKIMP pela variavel DD_ESCCHKIMP estilo DD
       1500-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'ESCCHK.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_ESCCHKIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS ' WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'REFERENCIAS ESCOLARES A CODIGOS INVALIDOS   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'AUTORIZACOES DE NOTAS (CADAUTNT) E REGENCIAS '
               '(CADTURMA)'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TIPO         CODIGO   TURMA MATERIA SITUACAO       '
               '    LISTA'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 4 TO WS-LINHAS-PAGINA.

      * linha de detalhe: pagina nova quando a atual encheu
       2900-GRAVA-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
               PERFORM 2100-CABECALHO-PAGINA
               MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP
           END-IF.
           PERFORM 2910-GRAVA-FISICA.

       2910-GRAVA-FISICA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           IF WS-FS-IMP NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

       3000-CONFERE-AUTORIZACAO.
           READ CADAUTNT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-AUT
               NOT AT END
                   ADD 1 TO WS-TOT-AUT-LIDAS
                   MOVE AT-OPERADOR TO WS-REF-CODIGO
                   MOVE 'A'         TO WS-REF-TIPO
                   MOVE AT-TURMA    TO WS-REF-TURMA
                   MOVE AT-MATERIA  TO WS-REF-MATERIA
                   PERFORM 6000-CONFERE-CODIGO
           END-READ.

      * turma sem regente (codigo zero) nao e referencia
       4000-CONFERE-TURMA.
           READ CADTURMA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-TURMA
               NOT AT END
                   ADD 1 TO WS-TOT-TUR-LIDAS
                   IF TU-PROFESSOR NOT = ZEROS
                       MOVE TU-PROFESSOR TO WS-REF-CODIGO
                       MOVE 'T'          TO WS-REF-TIPO
                       MOVE TU-CODIGO    TO WS-REF-TURMA
                       MOVE SPACES       TO WS-REF-MATERIA
                       PERFORM 6000-CONFERE-CODIGO
                   END-IF
           END-READ.

       5000-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-AUT-LIDAS TO WS-MSK-TOTAL.
           STRING 'AUTORIZACOES CONFERIDAS.......: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-TUR-LIDAS TO WS-MSK-TOTAL.
           STRING 'TURMAS CONFERIDAS.............: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-INEXISTENTES TO WS-MSK-TOTAL.
           STRING 'REFERENCIAS A CODIGO INEXIST..: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-BLOQUEADOS TO WS-MSK-TOTAL.
           STRING 'REFERENCIAS A CONTA BLOQUEADA.: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-FORA-LISTA TO WS-MSK-TOTAL.
           STRING 'FORA DA LISTA DE REATRIBUICAO.: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           DISPLAY '============================================='.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           MOVE WS-TOT-INEXISTENTES TO WS-MSK-QTD.
           DISPLAY 'CODIGO INEXISTENTE.: ' WS-MSK-QTD.
           MOVE WS-TOT-BLOQUEADOS TO WS-MSK-QTD.
           DISPLAY 'CONTA BLOQUEADA....: ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * codigo ativo nao sai no relatorio
       6000-CONFERE-CODIGO.
           MOVE SPACES TO WS-SITUACAO.
           MOVE WS-REF-CODIGO TO FD-CD-USER.
           READ CADUSER
               INVALID KEY
                   MOVE 'CODIGO INEXISTENTE' TO WS-SITUACAO
                   ADD 1 TO WS-TOT-INEXISTENTES
               NOT INVALID KEY
                   IF CONTA-BLOQUEADA
                       MOVE 'CONTA BLOQUEADA' TO WS-SITUACAO
                       ADD 1 TO WS-TOT-BLOQUEADOS
                   END-IF
           END-READ.
           IF WS-SITUACAO NOT = SPACES
               PERFORM 6100-CONFERE-LISTA
               IF WS-REF-TIPO = 'A'
                   MOVE 'AUTORIZACAO' TO WS-DESC-TIPO
               ELSE
                   MOVE 'REGENCIA'    TO WS-DESC-TIPO
               END-IF
               MOVE SPACES TO WS-LINHA-IMP
               STRING WS-DESC-TIPO ' ' WS-REF-CODIGO ' '
                   WS-REF-TURMA '   ' WS-REF-MATERIA '  '
                   WS-SITUACAO ' ' WS-NA-LISTA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

      * S quando a referencia ja espera reatribuicao no CADREATR
       6100-CONFERE-LISTA.
           MOVE 'N' TO WS-NA-LISTA.
           IF WS-CADREATR-ABERTO = 'S'
               MOVE WS-REF-CODIGO  TO RA-CD-USER
               MOVE WS-REF-TIPO    TO RA-TIPO
               MOVE WS-REF-TURMA   TO RA-TURMA
               MOVE WS-REF-MATERIA TO RA-MATERIA
               READ CADREATR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REATR-PENDENTE
                           MOVE 'S' TO WS-NA-LISTA
                       END-IF
               END-READ
           END-IF.
           IF WS-NA-LISTA = 'N'
               ADD 1 TO WS-TOT-FORA-LISTA
           END-IF.

      * o relatorio entra no catalogo RELCATAL para o CDRELCAT achar,
      * exibir e expurgar pela retencao
       8100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'ESCCHK' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-CADAUTNT-ABERTO = 'S'
               CLOSE CADAUTNT
           END-IF.
           IF WS-CADTURMA-ABERTO = 'S'
               CLOSE CADTURMA
           END-IF.
           IF WS-CADREATR-ABERTO = 'S'
               CLOSE CADREATR
           END-IF.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDESCCHK.
