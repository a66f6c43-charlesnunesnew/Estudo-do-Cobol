      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:REFERENCIAS ESCOLARES DO USUARIO - subprograma chamado
      *         quando um codigo deixa de valer no CADUSER: bloqueio
      *         pelo RH (CDHRBAIXA), arquivamento (CDARQUIVA) ou fusao
      *         (CDMERGE, como perdedor). Procura o codigo nas
      *         autorizacoes de notas do CADAUTNT e na regencia das
      *         turmas do CADTURMA e grava cada ocorrencia na lista de
      *         reatribuicao CADREATR (layout REGREATR) para o CDREATRIB
      *         passar a um professor novo. Nada e removido aqui: a
      *         turma continua com o professor antigo ate a
      *         reatribuicao. Devolve a quantidade de linhas gravadas e
      *         o email da coordenacao (ESCOLA_COORD_EMAIL), para o
      *         chamador avisar pela NOTIFQ que ja tem aberta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDESCREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS CER-FS-CADAUTNT.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS CER-FS-CADTURMA.

           SELECT CADREATR ASSIGN TO
           "CADREATR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-CHAVE
           FILE STATUS IS CER-FS-CADREATR.

       DATA DIVISION.
       FILE SECTION.
       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADREATR.
           COPY REGREATR.

       WORKING-STORAGE SECTION.
       77 CER-FS-CADAUTNT                PIC 99.
       77 CER-FS-CADTURMA                PIC 99.
       77 CER-FS-CADREATR                PIC 99.
       77 CER-EOF                        PIC X VALUE 'N'.
        88 CER-FIM                       VALUE 'S'.
       77 CER-DATA                       PIC 9(08).
       77 CER-HORA                       PIC 9(08).

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       LINKAGE SECTION.
       77 CER-CD-USER                    PIC 9(08).
       77 CER-ORIGEM                     PIC X(10).
       77 CER-SUGERIDO                   PIC 9(08).
       77 CER-QTD                        PIC 9(04).
       77 CER-EMAIL-COORD                PIC X(100).

       PROCEDURE DIVISION USING CER-CD-USER CER-ORIGEM CER-SUGERIDO
           CER-QTD CER-EMAIL-COORD.

       0000-PRINCIPAL.
           MOVE ZEROS TO CER-QTD.
           MOVE SPACES TO CER-EMAIL-COORD.
           MOVE 'ESCOLA_COORD_EMAIL' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO CER-EMAIL-COORD.
           ACCEPT CER-DATA FROM DATE YYYYMMDD.
           ACCEPT CER-HORA FROM TIME.

      * sem lista ainda ela nasce na primeira ocorrencia
           OPEN I-O CADREATR.
           IF CER-FS-CADREATR = 35
               OPEN OUTPUT CADREATR
               CLOSE CADREATR
               OPEN I-O CADREATR
           END-IF.
           IF CER-FS-CADREATR = 0
               PERFORM 1000-PROCURA-AUTORIZACAO
               PERFORM 2000-PROCURA-REGENCIA
               CLOSE CADREATR
           END-IF.
           GOBACK.

      * as autorizacoes do professor ficam juntas na chave do CADAUTNT
       1000-PROCURA-AUTORIZACAO.
           OPEN INPUT CADAUTNT.
           IF CER-FS-CADAUTNT = 0
               MOVE 'N' TO CER-EOF
               MOVE CER-CD-USER TO AT-OPERADOR
               MOVE LOW-VALUES  TO AT-MATERIA
               MOVE LOW-VALUES  TO AT-TURMA
               START CADAUTNT KEY IS GREATER THAN OR EQUAL TO AT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO CER-EOF
               END-START
               PERFORM 1100-LE-AUTORIZACAO UNTIL CER-FIM
               CLOSE CADAUTNT
           END-IF.

       1100-LE-AUTORIZACAO.
           READ CADAUTNT NEXT RECORD
               AT END
                   MOVE 'S' TO CER-EOF
               NOT AT END
                   IF AT-OPERADOR NOT = CER-CD-USER
                       MOVE 'S' TO CER-EOF
                   ELSE
                       MOVE 'A'        TO RA-TIPO
                       MOVE AT-TURMA   TO RA-TURMA
                       MOVE AT-MATERIA TO RA-MATERIA
                       PERFORM 3000-GRAVA-PENDENCIA
                   END-IF
           END-READ.

      * a regencia nao tem chave pelo professor; o cadastro de turmas
      * e pequeno e e lido inteiro
       2000-PROCURA-REGENCIA.
           OPEN INPUT CADTURMA.
           IF CER-FS-CADTURMA = 0
               MOVE 'N' TO CER-EOF
               PERFORM 2100-LE-TURMA UNTIL CER-FIM
               CLOSE CADTURMA
           END-IF.

       2100-LE-TURMA.
           READ CADTURMA NEXT RECORD
               AT END
                   MOVE 'S' TO CER-EOF
               NOT AT END
                   IF TU-PROFESSOR = CER-CD-USER
                       MOVE 'T'       TO RA-TIPO
                       MOVE TU-CODIGO TO RA-TURMA
                       MOVE SPACES    TO RA-MATERIA
                       PERFORM 3000-GRAVA-PENDENCIA
                   END-IF
           END-READ.

      * a mesma referencia apontada de novo volta a ficar pendente,
      * com a origem e a data da ultima baixa
       3000-GRAVA-PENDENCIA.
           MOVE CER-CD-USER  TO RA-CD-USER.
           MOVE CER-DATA     TO RA-DATA.
           MOVE CER-HORA     TO RA-HORA.
           MOVE CER-ORIGEM   TO RA-ORIGEM.
           MOVE CER-SUGERIDO TO RA-SUGERIDO.
           MOVE SPACE        TO RA-SITUACAO.
           MOVE ZEROS        TO RA-NOVO.
           MOVE ZEROS        TO RA-DT-TRATADA.
           MOVE ZEROS        TO RA-OPERADOR.
           WRITE REG-REATRIB
               INVALID KEY
                   REWRITE REG-REATRIB
                   END-REWRITE
           END-WRITE.
           ADD 1 TO CER-QTD.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDESCREF' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       END PROGRAM CDESCREF.
