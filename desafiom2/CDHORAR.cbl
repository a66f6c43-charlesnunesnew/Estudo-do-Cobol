      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:GRADE HORARIA DAS TURMAS - as aulas dadas de cada
      *         materia eram digitadas a mao no BOLETIM e ninguem via
      *         o professor marcado em duas turmas na terca as 8h.
      *         Este programa mantem o arquivo indexado CADHORAR
      *         (turma, dia da semana, periodo, materia e professor,
      *         layout no copybook REGHORA): a inclusao confere a
      *         turma no CADTURMA, a materia no CADMAT, o professor no
      *         CADUSER e a autorizacao dele para a materia e turma no
      *         CADAUTNT, e recusa a turma ou o professor ja ocupados
      *         no horario. Mostra o quadro da turma e do professor e
      *         as aulas previstas no termo pelo CDAULPRV. A impressao
      *         dos quadros e da carga horaria e do CDHORREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHORAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHORAR ASSIGN TO
           "CADHORAR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HO-CHAVE
           ALTERNATE RECORD KEY IS HO-CHAVE-PROF
           FILE STATUS IS WS-FS-CADHORAR.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADMAT ASSIGN TO
           "CADMAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CODIGO
           FILE STATUS IS WS-FS-CADMAT.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-CADAUTNT.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

       DATA DIVISION.
       FILE SECTION.
       FD CADHORAR.
           COPY REGHORA.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADMAT.
       01 REG-MATERIA.
           03 MT-CODIGO                  PIC X(06).
           03 MT-DESCRICAO               PIC X(30).

       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADUSER.
           COPY REGUSER.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADHORAR                 PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-CADMAT                   PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
      * situacao da abertura dos cadastros de apoio: o status muda a
      * cada leitura e nao serve para saber se o arquivo esta aberto
       77 WS-ABERTO-TURMA                PIC X VALUE 'N'.
       77 WS-ABERTO-MAT                  PIC X VALUE 'N'.
       77 WS-ABERTO-AUT                  PIC X VALUE 'N'.
       77 WS-ABERTO-CADUSER              PIC X VALUE 'N'.
       77 WS-EOF-HORAR                   PIC X VALUE 'N'.
        88 FIM-CADHORAR                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDHORAR'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-DIA                         PIC 9(01) VALUE ZEROS.
       77 WS-PERIODO                     PIC 9(02) VALUE ZEROS.
       77 WS-MATERIA                     PIC X(06) VALUE SPACES.
       77 WS-PROFESSOR                   PIC 9(08) VALUE ZEROS.
       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO                      PIC X(50) VALUE SPACES.
       77 WS-TOT-LISTADAS                PIC 9(04) VALUE ZEROS.
       77 WS-NOME-DIA                    PIC X(03) VALUE SPACES.
       01 WS-TAB-DIAS-VALORES.
           03 FILLER                     PIC X(21)
                                         VALUE 'DOMSEGTERQUAQUISEXSAB'.
       01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VALORES.
           03 WS-SIGLA-DIA OCCURS 7 TIMES
                                         PIC X(03).

      * materias distintas da grade da turma, para as aulas previstas
       01 WS-TAB-MATERIAS.
           03 WS-QTD-MATERIAS            PIC 9(02) VALUE ZEROS.
           03 WS-MAT-CODIGO OCCURS 40 TIMES
                                         PIC X(06).
       77 WS-IX-MAT                      PIC 9(02) VALUE ZEROS.
       77 WS-MAT-ACHADA                  PIC X VALUE 'N'.

      * aulas previstas pela grade horaria (CDAULPRV)
       77 WS-APV-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-APV-AULAS                   PIC 9(03) VALUE ZEROS.
       77 WS-APV-RETORNO                 PIC X(01) VALUE SPACE.

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
           PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem o CADTURMA, o CADAUTNT ou o CADUSER em disco a conferencia
      * correspondente fica desligada, como no resto do sistema de
      * notas; sem o CADMAT a materia e recusada
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           OPEN I-O CADHORAR.
           IF WS-FS-CADHORAR = 35
               OPEN OUTPUT CADHORAR
               CLOSE CADHORAR
               OPEN I-O CADHORAR
           END-IF.
           OPEN INPUT CADTURMA.
           IF WS-FS-CADTURMA = 0
               MOVE 'S' TO WS-ABERTO-TURMA
           END-IF.
           OPEN INPUT CADMAT.
           IF WS-FS-CADMAT = 0
               MOVE 'S' TO WS-ABERTO-MAT
           END-IF.
           OPEN INPUT CADAUTNT.
           IF WS-FS-CADAUTNT = 0
               MOVE 'S' TO WS-ABERTO-AUT
           END-IF.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH".
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.
           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER = 0
               MOVE 'S' TO WS-ABERTO-CADUSER
           END-IF.

      * so entra quem tem o direito ao programa na tabela CADDIREI;
      * rodando avulso, sem logon, o acesso continua pleno
       1010-CONFERE-DIREITO.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-DIR-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-DIR-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           MOVE ZEROS TO WS-DIR-OPERADOR.
           IF WS-DIR-OPER-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-DIR-OPER-TEXTO)
                 TO WS-DIR-OPERADOR
           END-IF.
           CALL 'CDDIREIT' USING WS-DIR-OPERADOR WS-DIR-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'PROGRAMA ' FUNCTION TRIM (WS-DIR-PROGRAMA)
                   ' NAO LIBERADO PARA O OPERADOR'
               MOVE 'F' TO WS-OPCAO
           END-IF.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   GRADE HORARIA DAS TURMAS (CADHORAR)'.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR AULA NA GRADE'.
           DISPLAY '<E> EXCLUIR AULA DA GRADE'.
           DISPLAY '<T> QUADRO DA TURMA'.
           DISPLAY '<P> QUADRO DO PROFESSOR'.
           DISPLAY '<A> AULAS PREVISTAS DA TURMA NO TERMO'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'E'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-EXCLUIR
                   END-IF
               WHEN 'T'
                   PERFORM 2300-QUADRO-TURMA
               WHEN 'P'
                   PERFORM 2400-QUADRO-PROFESSOR
               WHEN 'A'
                   PERFORM 2500-AULAS-PREVISTAS
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * opcao que grava so roda com o online aberto; na recusa a
      * faixa e a caixa do FORMERRO saem pelo CDONLINE
       2050-CONFERE-ONLINE.
           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

       2100-INCLUIR.
           PERFORM 2900-PEDE-HORARIO.
           DISPLAY 'CODIGO DA MATERIA (CADMAT): '.
           MOVE SPACES TO WS-MATERIA.
           ACCEPT WS-MATERIA.
           DISPLAY 'CODIGO DO PROFESSOR (CADUSER): '.
           MOVE ZEROS TO WS-PROFESSOR.
           ACCEPT WS-PROFESSOR.
           PERFORM 2110-CRITICA-AULA.
           IF WS-MOTIVO NOT = SPACES
               DISPLAY 'AULA RECUSADA - ' FUNCTION TRIM (WS-MOTIVO)
           ELSE
               ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD
               MOVE WS-TURMA        TO HO-TURMA
               MOVE WS-DIA          TO HO-DIA
               MOVE WS-PERIODO      TO HO-PERIODO
               MOVE WS-MATERIA      TO HO-MATERIA
               MOVE WS-PROFESSOR    TO HO-PROFESSOR
               MOVE WS-DIA          TO HO-PROF-DIA
               MOVE WS-PERIODO      TO HO-PROF-PERIODO
               MOVE WS-DIR-OPERADOR TO HO-OPERADOR
               MOVE WS-DT-ATUAL     TO HO-DATA-ALT
               WRITE REG-HORARIO
                   INVALID KEY
                       DISPLAY 'AULA RECUSADA - HORARIO OCUPADO'
                   NOT INVALID KEY
                       DISPLAY 'AULA INCLUIDA NA GRADE'
               END-WRITE
           END-IF.

      * a primeira recusa encontrada e a que sai na tela
       2110-CRITICA-AULA.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-TURMA = SPACES OR NOT HO-DIA-VALIDO OR
              NOT HO-PERIODO-VALIDO OR WS-MATERIA = SPACES OR
              WS-PROFESSOR = ZEROS
               MOVE 'TURMA, DIA (1-7), PERIODO (1-12), MATERIA E '
                 TO WS-MOTIVO
               MOVE 'PROFESSOR SAO OBRIGATORIOS' TO WS-MOTIVO (46:)
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-ABERTO-TURMA = 'S'
               MOVE WS-TURMA TO TU-CODIGO
               READ CADTURMA
                   INVALID KEY
                       MOVE 'TURMA NAO CADASTRADA NO CADTURMA'
                         TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
               IF WS-ABERTO-MAT NOT = 'S'
                   MOVE 'CADMAT INDISPONIVEL - MATERIA NAO CONFERIDA'
                     TO WS-MOTIVO
               ELSE
                   MOVE WS-MATERIA TO MT-CODIGO
                   READ CADMAT
                       INVALID KEY
                           MOVE 'MATERIA FORA DO CATALOGO CADMAT'
                             TO WS-MOTIVO
                   END-READ
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-ABERTO-CADUSER = 'S'
               MOVE WS-PROFESSOR TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'PROFESSOR NAO CADASTRADO NO CADUSER'
                         TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-ABERTO-AUT = 'S'
               MOVE WS-PROFESSOR TO AT-OPERADOR
               MOVE WS-MATERIA   TO AT-MATERIA
               MOVE WS-TURMA     TO AT-TURMA
               READ CADAUTNT
                   INVALID KEY
                       MOVE 'PROFESSOR SEM AUTORIZACAO NO CADAUTNT '
                         TO WS-MOTIVO
                       MOVE 'PARA A MATERIA/TURMA' TO WS-MOTIVO (39:)
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 2120-CONFERE-OCUPACAO
           END-IF.

      * turma no mesmo horario pela chave primaria e professor no
      * mesmo horario pela chave alternada
       2120-CONFERE-OCUPACAO.
           MOVE WS-TURMA   TO HO-TURMA.
           MOVE WS-DIA     TO HO-DIA.
           MOVE WS-PERIODO TO HO-PERIODO.
           READ CADHORAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'TURMA JA TEM ' HO-MATERIA
                       ' COM O PROFESSOR ' HO-PROFESSOR
                       ' NESTE HORARIO'
                       DELIMITED BY SIZE INTO WS-MOTIVO
           END-READ.
           IF WS-MOTIVO = SPACES
               MOVE WS-PROFESSOR TO HO-PROFESSOR
               MOVE WS-DIA       TO HO-PROF-DIA
               MOVE WS-PERIODO   TO HO-PROF-PERIODO
               READ CADHORAR KEY IS HO-CHAVE-PROF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MOTIVO
                       STRING 'PROFESSOR JA ESTA NA TURMA ' HO-TURMA
                           ' (' HO-MATERIA ') NESTE HORARIO'
                           DELIMITED BY SIZE INTO WS-MOTIVO
               END-READ
           END-IF.

       2200-EXCLUIR.
           PERFORM 2900-PEDE-HORARIO.
           MOVE WS-TURMA   TO HO-TURMA.
           MOVE WS-DIA     TO HO-DIA.
           MOVE WS-PERIODO TO HO-PERIODO.
           DELETE CADHORAR RECORD
               INVALID KEY
                   DISPLAY 'NAO HA AULA NESTE HORARIO DA TURMA'
               NOT INVALID KEY
                   DISPLAY 'AULA EXCLUIDA DA GRADE'
           END-DELETE.

       2300-QUADRO-TURMA.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           MOVE 0 TO WS-TOT-LISTADAS.
           MOVE 'N' TO WS-EOF-HORAR.
           MOVE WS-TURMA TO HO-TURMA.
           MOVE ZEROS    TO HO-DIA.
           MOVE ZEROS    TO HO-PERIODO.
           START CADHORAR KEY IS GREATER THAN OR EQUAL TO HO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-HORAR
           END-START.
           DISPLAY 'DIA PER MATERIA PROFESSOR'.
           PERFORM 2310-LINHA-TURMA UNTIL FIM-CADHORAR.
           DISPLAY 'AULAS POR SEMANA: ' WS-TOT-LISTADAS.

       2310-LINHA-TURMA.
           READ CADHORAR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-HORAR
               NOT AT END
                   IF HO-TURMA NOT = WS-TURMA
                       MOVE 'S' TO WS-EOF-HORAR
                   ELSE
                       ADD 1 TO WS-TOT-LISTADAS
                       PERFORM 2950-NOME-DO-DIA
                       DISPLAY WS-NOME-DIA ' ' HO-PERIODO '  '
                           HO-MATERIA '  ' HO-PROFESSOR
                   END-IF
           END-READ.

       2400-QUADRO-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR: '.
           MOVE ZEROS TO WS-PROFESSOR.
           ACCEPT WS-PROFESSOR.
           MOVE 0 TO WS-TOT-LISTADAS.
           MOVE 'N' TO WS-EOF-HORAR.
           MOVE WS-PROFESSOR TO HO-PROFESSOR.
           MOVE ZEROS        TO HO-PROF-DIA.
           MOVE ZEROS        TO HO-PROF-PERIODO.
           START CADHORAR KEY IS GREATER THAN OR EQUAL TO
               HO-CHAVE-PROF
               INVALID KEY
                   MOVE 'S' TO WS-EOF-HORAR
           END-START.
           DISPLAY 'DIA PER TURMA MATERIA'.
           PERFORM 2410-LINHA-PROFESSOR UNTIL FIM-CADHORAR.
           DISPLAY 'AULAS POR SEMANA: ' WS-TOT-LISTADAS.

       2410-LINHA-PROFESSOR.
           READ CADHORAR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-HORAR
               NOT AT END
                   IF HO-PROFESSOR NOT = WS-PROFESSOR
                       MOVE 'S' TO WS-EOF-HORAR
                   ELSE
                       ADD 1 TO WS-TOT-LISTADAS
                       PERFORM 2950-NOME-DO-DIA
                       DISPLAY WS-NOME-DIA ' ' HO-PERIODO '  '
                           HO-TURMA '   ' HO-MATERIA
                   END-IF
           END-READ.

      * aulas dadas que o DESAFIOM2 vai propor para cada materia da
      * turma, calculadas pela grade, pelo termo e pelo FERIESC
       2500-AULAS-PREVISTAS.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           MOVE 0 TO WS-QTD-MATERIAS.
           MOVE 'N' TO WS-EOF-HORAR.
           MOVE WS-TURMA TO HO-TURMA.
           MOVE ZEROS    TO HO-DIA.
           MOVE ZEROS    TO HO-PERIODO.
           START CADHORAR KEY IS GREATER THAN OR EQUAL TO HO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-HORAR
           END-START.
           PERFORM 2510-JUNTA-MATERIA UNTIL FIM-CADHORAR.
           IF WS-QTD-MATERIAS = 0
               DISPLAY 'TURMA SEM AULAS NA GRADE HORARIA'
           ELSE
               DISPLAY 'MATERIA AULAS PREVISTAS ATE HOJE'
               PERFORM 2530-PREVE-MATERIA
                   VARYING WS-IX-MAT FROM 1 BY 1
                   UNTIL WS-IX-MAT > WS-QTD-MATERIAS
               MOVE 'F' TO WS-APV-FUNCAO
               CALL 'CDAULPRV' USING WS-APV-FUNCAO WS-TERMO WS-TURMA
                   WS-MATERIA WS-APV-AULAS WS-APV-RETORNO
           END-IF.

       2510-JUNTA-MATERIA.
           READ CADHORAR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-HORAR
               NOT AT END
                   IF HO-TURMA NOT = WS-TURMA
                       MOVE 'S' TO WS-EOF-HORAR
                   ELSE
                       MOVE 'N' TO WS-MAT-ACHADA
                       PERFORM 2520-COMPARA-MATERIA
                           VARYING WS-IX-MAT FROM 1 BY 1
                           UNTIL WS-IX-MAT > WS-QTD-MATERIAS
                              OR WS-MAT-ACHADA = 'S'
                       IF WS-MAT-ACHADA NOT = 'S' AND
                          WS-QTD-MATERIAS < 40
                           ADD 1 TO WS-QTD-MATERIAS
                           MOVE HO-MATERIA
                             TO WS-MAT-CODIGO (WS-QTD-MATERIAS)
                       END-IF
                   END-IF
           END-READ.

       2520-COMPARA-MATERIA.
           IF WS-MAT-CODIGO (WS-IX-MAT) = HO-MATERIA
               MOVE 'S' TO WS-MAT-ACHADA
           END-IF.

       2530-PREVE-MATERIA.
           MOVE WS-MAT-CODIGO (WS-IX-MAT) TO WS-MATERIA.
           MOVE 'C' TO WS-APV-FUNCAO.
           CALL 'CDAULPRV' USING WS-APV-FUNCAO WS-TERMO WS-TURMA
               WS-MATERIA WS-APV-AULAS WS-APV-RETORNO.
           IF WS-APV-RETORNO = 'T'
               DISPLAY WS-MATERIA '  TERMO FORA DO CADTERMO OU SEM '
                   'DATAS VALIDAS'
           ELSE
               DISPLAY WS-MATERIA '  ' WS-APV-AULAS
           END-IF.

       2900-PEDE-HORARIO.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           DISPLAY 'DIA DA SEMANA (1 DOM, 2 SEG ... 7 SAB): '.
           MOVE ZEROS TO WS-DIA.
           ACCEPT WS-DIA.
           DISPLAY 'PERIODO (1-12): '.
           MOVE ZEROS TO WS-PERIODO.
           ACCEPT WS-PERIODO.
           MOVE WS-DIA     TO HO-DIA.
           MOVE WS-PERIODO TO HO-PERIODO.

       2950-NOME-DO-DIA.
           MOVE '???' TO WS-NOME-DIA.
           IF HO-DIA-VALIDO
               MOVE WS-SIGLA-DIA (HO-DIA) TO WS-NOME-DIA
           END-IF.

       9999-FINALIZAR.
           CLOSE CADHORAR.
           IF WS-ABERTO-TURMA = 'S'
               CLOSE CADTURMA
           END-IF.
           IF WS-ABERTO-MAT = 'S'
               CLOSE CADMAT
           END-IF.
           IF WS-ABERTO-AUT = 'S'
               CLOSE CADAUTNT
           END-IF.
           IF WS-ABERTO-CADUSER = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDHORAR.
