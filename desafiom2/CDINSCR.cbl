      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:INSCRICAO DE ALUNOS EM MATERIAS - o BOLETIM aceitava
      *         nota de qualquer materia do catalogo para qualquer
      *         aluno, e ninguem sabia quem devia ser avaliado em que.
      *         Este programa mantem a grade curricular de cada turma
      *         (CADGRADE, turma x materia, layout no copybook
      *         REGGRADE) e o cadastro indexado de inscricoes do termo
      *         (CADINSCR, termo x aluno x materia, layout no copybook
      *         REGINSCR): a carga inscreve de uma vez os alunos
      *         ativos da turma em todas as materias da grade, e a
      *         inscricao avulsa e a exclusao ajustam aluno por aluno
      *         (dependencia, dispensa, optativa). A turma gravada na
      *         inscricao vem do CADALUNO. Com o CADINSCR em disco o
      *         DESAFIOM2 e o CDNOTVAL recusam nota fora da inscricao,
      *         e o CDPENDNOT lista as avaliacoes que faltam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDINSCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINSCR ASSIGN TO
           "CADINSCR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-CADINSCR.

           SELECT CADGRADE ASSIGN TO
           "CADGRADE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GR-CHAVE
           FILE STATUS IS WS-FS-CADGRADE.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADMAT ASSIGN TO
           "CADMAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CODIGO
           FILE STATUS IS WS-FS-CADMAT.

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-FS-CADTERMO.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

       DATA DIVISION.
       FILE SECTION.
       FD CADINSCR.
           COPY REGINSCR.

       FD CADGRADE.
           COPY REGGRADE.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADMAT.
       01 REG-MATERIA.
           03 MT-CODIGO                  PIC X(06).
           03 MT-DESCRICAO               PIC X(30).

       FD CADTERMO.
           COPY REGTERMO.

       FD CADTURMA.
           COPY REGTURMA.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADINSCR                 PIC 99.
       77 WS-FS-CADGRADE                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADMAT                   PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
      * situacao da abertura dos cadastros de apoio: o status muda a
      * cada leitura e nao serve para saber se o arquivo esta aberto
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-MAT                  PIC X VALUE 'N'.
       77 WS-ABERTO-TERMO                PIC X VALUE 'N'.
       77 WS-ABERTO-TURMA                PIC X VALUE 'N'.
       77 WS-EOF-INSCR                   PIC X VALUE 'N'.
        88 FIM-CADINSCR                  VALUE 'S'.
       77 WS-EOF-GRADE                   PIC X VALUE 'N'.
        88 FIM-CADGRADE                  VALUE 'S'.
       77 WS-EOF-ALUNO                   PIC X VALUE 'N'.
        88 FIM-CADALUNO                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDINSCR'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-TERMO-OK                    PIC X VALUE 'N'.
       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-TURMA-OK                    PIC X VALUE 'N'.
       77 WS-MATERIA                     PIC X(06) VALUE SPACES.
       77 WS-MATERIA-OK                  PIC X VALUE 'N'.
       77 WS-CD-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-OK                    PIC X VALUE 'N'.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-HR-ATUAL                    PIC X(06) VALUE SPACES.
       77 WS-TOT-LISTADAS                PIC 9(04) VALUE ZEROS.

      * materias da grade da turma em carga
       01 WS-TAB-GRADE.
           03 WS-QTD-GRADE               PIC 9(02) VALUE ZEROS.
           03 WS-GRD-MATERIA OCCURS 40 TIMES
                                         PIC X(06).
       77 WS-IX-GRADE                    PIC 9(02) VALUE ZEROS.
       77 WS-TOT-ALUNOS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-INSCRITAS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-JA-EXISTIAM             PIC 9(06) VALUE ZEROS.

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

      * cadastros de apoio abertos so para leitura: sem eles a
      * conferencia correspondente recusa, que e o comportamento
      * honesto
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           OPEN I-O CADINSCR.
           IF WS-FS-CADINSCR = 35
               OPEN OUTPUT CADINSCR
               CLOSE CADINSCR
               OPEN I-O CADINSCR
           END-IF.
           OPEN I-O CADGRADE.
           IF WS-FS-CADGRADE = 35
               OPEN OUTPUT CADGRADE
               CLOSE CADGRADE
               OPEN I-O CADGRADE
           END-IF.
           OPEN INPUT CADALUNO.
           IF WS-FS-CADALUNO = 0
               MOVE 'S' TO WS-ABERTO-ALUNO
           END-IF.
           OPEN INPUT CADMAT.
           IF WS-FS-CADMAT = 0
               MOVE 'S' TO WS-ABERTO-MAT
           END-IF.
           OPEN INPUT CADTERMO.
           IF WS-FS-CADTERMO = 0
               MOVE 'S' TO WS-ABERTO-TERMO
           END-IF.
           OPEN INPUT CADTURMA.
           IF WS-FS-CADTURMA = 0
               MOVE 'S' TO WS-ABERTO-TURMA
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
           DISPLAY '   INSCRICAO EM MATERIAS (CADINSCR)'.
           DISPLAY '============================================='.
           DISPLAY '<G> INCLUIR MATERIA NA GRADE DA TURMA'.
           DISPLAY '<R> REMOVER MATERIA DA GRADE DA TURMA'.
           DISPLAY '<V> VER A GRADE DE UMA TURMA'.
           DISPLAY '<C> CARREGAR INSCRICOES DO TERMO PELA GRADE'.
           DISPLAY '<I> INSCREVER ALUNO EM MATERIA (AJUSTE)'.
           DISPLAY '<E> EXCLUIR INSCRICAO DE ALUNO'.
           DISPLAY '<L> LISTAR INSCRICOES DO ALUNO NO TERMO'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'G'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUI-GRADE
                   END-IF
               WHEN 'R'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-REMOVE-GRADE
                   END-IF
               WHEN 'V'
                   PERFORM 2300-LISTA-GRADE
               WHEN 'C'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2400-CARGA-TERMO
                   END-IF
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2500-INSCREVE-ALUNO
                   END-IF
               WHEN 'E'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2600-EXCLUI-INSCRICAO
                   END-IF
               WHEN 'L'
                   PERFORM 2700-LISTA-ALUNO
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

       2100-INCLUI-GRADE.
           PERFORM 2810-PEDE-TURMA.
           IF WS-TURMA-OK = 'S'
               PERFORM 2820-PEDE-MATERIA
           END-IF.
           IF WS-TURMA-OK = 'S' AND WS-MATERIA-OK = 'S'
               ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD
               MOVE WS-TURMA        TO GR-TURMA
               MOVE WS-MATERIA      TO GR-MATERIA
               MOVE WS-DIR-OPERADOR TO GR-OPERADOR
               MOVE WS-DT-ATUAL     TO GR-DATA
               WRITE REG-GRADE
                   INVALID KEY
                       DISPLAY 'MATERIA JA ESTA NA GRADE DA TURMA'
                   NOT INVALID KEY
                       DISPLAY 'MATERIA INCLUIDA NA GRADE'
               END-WRITE
           END-IF.

      * tirar a materia da grade nao desfaz inscricao ja carregada:
      * o ajuste do termo em curso e feito aluno por aluno
       2200-REMOVE-GRADE.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           DISPLAY 'CODIGO DA MATERIA: '.
           MOVE SPACES TO WS-MATERIA.
           ACCEPT WS-MATERIA.
           MOVE WS-TURMA   TO GR-TURMA.
           MOVE WS-MATERIA TO GR-MATERIA.
           DELETE CADGRADE RECORD
               INVALID KEY
                   DISPLAY 'MATERIA NAO ESTA NA GRADE DA TURMA'
               NOT INVALID KEY
                   DISPLAY 'MATERIA REMOVIDA DA GRADE - INSCRICOES '
                       'JA CARREGADAS SEGUEM VALENDO'
           END-DELETE.

       2300-LISTA-GRADE.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           PERFORM 2310-CARREGA-GRADE.
           DISPLAY 'GRADE DA TURMA ' WS-TURMA ':'.
           PERFORM 2330-EXIBE-MATERIA-GRADE
               VARYING WS-IX-GRADE FROM 1 BY 1
               UNTIL WS-IX-GRADE > WS-QTD-GRADE.
           DISPLAY 'TOTAL DE MATERIAS NA GRADE: ' WS-QTD-GRADE.

      * as materias da grade da turma sao lidas pela chave parcial
      * e guardadas na tabela para a carga e para a consulta
       2310-CARREGA-GRADE.
           MOVE 0 TO WS-QTD-GRADE.
           MOVE 'N' TO WS-EOF-GRADE.
           MOVE WS-TURMA   TO GR-TURMA.
           MOVE LOW-VALUES TO GR-MATERIA.
           START CADGRADE KEY IS GREATER THAN OR EQUAL TO GR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-GRADE
           END-START.
           PERFORM 2320-LE-GRADE UNTIL FIM-CADGRADE.

       2320-LE-GRADE.
           READ CADGRADE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-GRADE
               NOT AT END
                   IF GR-TURMA NOT = WS-TURMA
                       MOVE 'S' TO WS-EOF-GRADE
                   ELSE
                       IF WS-QTD-GRADE < 40
                           ADD 1 TO WS-QTD-GRADE
                           MOVE GR-MATERIA
                             TO WS-GRD-MATERIA (WS-QTD-GRADE)
                       END-IF
                   END-IF
           END-READ.

       2330-EXIBE-MATERIA-GRADE.
           MOVE WS-GRD-MATERIA (WS-IX-GRADE) TO MT-CODIGO.
           MOVE 'MATERIA FORA DO CATALOGO' TO MT-DESCRICAO.
           IF WS-ABERTO-MAT = 'S'
               READ CADMAT
                   INVALID KEY
                       MOVE 'MATERIA FORA DO CATALOGO'
                         TO MT-DESCRICAO
               END-READ
           END-IF.
           DISPLAY '  ' WS-GRD-MATERIA (WS-IX-GRADE) ' - '
               MT-DESCRICAO.

      * carga do termo: cada aluno ativo da turma e inscrito em cada
      * materia da grade; inscricao que ja existe (carga repetida ou
      * ajuste anterior) fica como esta
       2400-CARGA-TERMO.
           PERFORM 2800-PEDE-TERMO.
           IF WS-TERMO-OK = 'S'
               PERFORM 2810-PEDE-TURMA
           END-IF.
           IF WS-TERMO-OK = 'S' AND WS-TURMA-OK = 'S'
               PERFORM 2310-CARREGA-GRADE
               IF WS-QTD-GRADE = 0
                   DISPLAY 'TURMA ' WS-TURMA ' SEM GRADE - INCLUA '
                       'AS MATERIAS PELA OPCAO <G>'
               ELSE
                   DISPLAY 'CARREGAR ' WS-QTD-GRADE ' MATERIAS PARA '
                       'OS ALUNOS ATIVOS DA TURMA ' WS-TURMA
                       ' NO TERMO ' WS-TERMO ' (S/N)? '
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 2410-PERCORRE-ALUNOS
                   ELSE
                       DISPLAY 'CARGA CANCELADA'
                   END-IF
               END-IF
           END-IF.

       2410-PERCORRE-ALUNOS.
           MOVE 0 TO WS-TOT-ALUNOS.
           MOVE 0 TO WS-TOT-INSCRITAS.
           MOVE 0 TO WS-TOT-JA-EXISTIAM.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           MOVE 'N' TO WS-EOF-ALUNO.
           IF WS-ABERTO-ALUNO NOT = 'S'
               DISPLAY 'CADALUNO INDISPONIVEL - CARGA NAO FEITA'
               MOVE 'S' TO WS-EOF-ALUNO
           ELSE
               MOVE ZEROS TO AL-CODIGO
               START CADALUNO KEY IS GREATER THAN OR EQUAL TO
                   AL-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-ALUNO
               END-START
           END-IF.
           PERFORM 2420-LE-ALUNO UNTIL FIM-CADALUNO.
           DISPLAY 'ALUNOS ATIVOS DA TURMA......: ' WS-TOT-ALUNOS.
           DISPLAY 'INSCRICOES GRAVADAS.........: ' WS-TOT-INSCRITAS.
           DISPLAY 'INSCRICOES QUE JA EXISTIAM..: '
               WS-TOT-JA-EXISTIAM.

       2420-LE-ALUNO.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ALUNO
               NOT AT END
                   IF AL-TURMA = WS-TURMA AND ALUNO-ATIVO
                       ADD 1 TO WS-TOT-ALUNOS
                       PERFORM 2430-INSCREVE-GRADE
                           VARYING WS-IX-GRADE FROM 1 BY 1
                           UNTIL WS-IX-GRADE > WS-QTD-GRADE
                   END-IF
           END-READ.

       2430-INSCREVE-GRADE.
           MOVE WS-TERMO                     TO IN-TERMO.
           MOVE AL-CODIGO                    TO IN-CD-ALUNO.
           MOVE WS-GRD-MATERIA (WS-IX-GRADE) TO IN-MATERIA.
           MOVE AL-TURMA                     TO IN-TURMA.
           MOVE 'G'                          TO IN-ORIGEM.
           PERFORM 2900-CARIMBA-INSCRICAO.
           WRITE REG-INSCRICAO
               INVALID KEY
                   ADD 1 TO WS-TOT-JA-EXISTIAM
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-INSCRITAS
           END-WRITE.

      * ajuste individual: dependencia, optativa ou aluno que chegou
      * depois da carga; a turma e a do cadastro do aluno
       2500-INSCREVE-ALUNO.
           PERFORM 2800-PEDE-TERMO.
           IF WS-TERMO-OK = 'S'
               PERFORM 2830-PEDE-ALUNO
           END-IF.
           IF WS-TERMO-OK = 'S' AND WS-ALUNO-OK = 'S'
               PERFORM 2820-PEDE-MATERIA
           END-IF.
           IF WS-TERMO-OK = 'S' AND WS-ALUNO-OK = 'S' AND
              WS-MATERIA-OK = 'S'
               ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD
               ACCEPT WS-HR-ATUAL FROM TIME
               MOVE WS-TERMO    TO IN-TERMO
               MOVE WS-CD-ALUNO TO IN-CD-ALUNO
               MOVE WS-MATERIA  TO IN-MATERIA
               MOVE AL-TURMA    TO IN-TURMA
               MOVE 'A'         TO IN-ORIGEM
               PERFORM 2900-CARIMBA-INSCRICAO
               WRITE REG-INSCRICAO
                   INVALID KEY
                       DISPLAY 'ALUNO JA INSCRITO NA MATERIA NO TERMO'
                   NOT INVALID KEY
                       DISPLAY 'INSCRICAO INCLUIDA - TURMA ' IN-TURMA
               END-WRITE
           END-IF.

      * nota ja lancada no BOLETIM continua la; sem a inscricao o
      * DESAFIOM2 so deixa de aceitar novas notas da materia
       2600-EXCLUI-INSCRICAO.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           DISPLAY 'CODIGO DA MATERIA: '.
           MOVE SPACES TO WS-MATERIA.
           ACCEPT WS-MATERIA.
           MOVE WS-TERMO    TO IN-TERMO.
           MOVE WS-CD-ALUNO TO IN-CD-ALUNO.
           MOVE WS-MATERIA  TO IN-MATERIA.
           DELETE CADINSCR RECORD
               INVALID KEY
                   DISPLAY 'INSCRICAO NAO ENCONTRADA'
               NOT INVALID KEY
                   DISPLAY 'INSCRICAO EXCLUIDA'
           END-DELETE.

       2700-LISTA-ALUNO.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           MOVE 0 TO WS-TOT-LISTADAS.
           MOVE 'N' TO WS-EOF-INSCR.
           MOVE WS-TERMO    TO IN-TERMO.
           MOVE WS-CD-ALUNO TO IN-CD-ALUNO.
           MOVE LOW-VALUES  TO IN-MATERIA.
           START CADINSCR KEY IS GREATER THAN OR EQUAL TO IN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-INSCR
           END-START.
           DISPLAY 'MATERIA TURMA ORIGEM DATA     OPERADOR'.
           PERFORM 2710-LISTA-LINHA UNTIL FIM-CADINSCR.
           DISPLAY 'TOTAL DE INSCRICOES: ' WS-TOT-LISTADAS.

       2710-LISTA-LINHA.
           READ CADINSCR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INSCR
               NOT AT END
                   IF IN-TERMO NOT = WS-TERMO OR
                      IN-CD-ALUNO NOT = WS-CD-ALUNO
                       MOVE 'S' TO WS-EOF-INSCR
                   ELSE
                       ADD 1 TO WS-TOT-LISTADAS
                       DISPLAY IN-MATERIA '  ' IN-TURMA '   '
                           IN-ORIGEM '      ' IN-DATA ' '
                           IN-OPERADOR
                   END-IF
           END-READ.

      * inscricao so em termo cadastrado e aberto: termo encerrado
      * nao recebe mais nota nenhuma
       2800-PEDE-TERMO.
           MOVE 'N' TO WS-TERMO-OK.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           IF WS-ABERTO-TERMO NOT = 'S'
               DISPLAY 'CADTERMO INDISPONIVEL - TERMO NAO CONFERIDO'
           ELSE
               MOVE WS-TERMO TO TM-CODIGO
               READ CADTERMO
                   INVALID KEY
                       DISPLAY 'TERMO NAO CADASTRADO: ' WS-TERMO
                   NOT INVALID KEY
                       IF TERMO-FECHADO
                           DISPLAY 'TERMO ENCERRADO: ' WS-TERMO
                       ELSE
                           MOVE 'S' TO WS-TERMO-OK
                       END-IF
               END-READ
           END-IF.

      * sem o CADTURMA em disco a turma e aceita como digitada,
      * como no CDALUNO
       2810-PEDE-TURMA.
           MOVE 'N' TO WS-TURMA-OK.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           IF WS-TURMA = SPACES
               DISPLAY 'TURMA E OBRIGATORIA'
           ELSE
               IF WS-ABERTO-TURMA NOT = 'S'
                   MOVE 'S' TO WS-TURMA-OK
               ELSE
                   MOVE WS-TURMA TO TU-CODIGO
                   READ CADTURMA
                       INVALID KEY
                           DISPLAY 'TURMA NAO CADASTRADA: ' WS-TURMA
                       NOT INVALID KEY
                           MOVE 'S' TO WS-TURMA-OK
                   END-READ
               END-IF
           END-IF.

       2820-PEDE-MATERIA.
           MOVE 'N' TO WS-MATERIA-OK.
           DISPLAY 'CODIGO DA MATERIA (CADMAT): '.
           MOVE SPACES TO WS-MATERIA.
           ACCEPT WS-MATERIA.
           IF WS-ABERTO-MAT NOT = 'S'
               DISPLAY 'CADMAT INDISPONIVEL - MATERIA NAO CONFERIDA'
           ELSE
               MOVE WS-MATERIA TO MT-CODIGO
               READ CADMAT
                   INVALID KEY
                       DISPLAY 'MATERIA FORA DO CATALOGO: '
                           WS-MATERIA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MATERIA-OK
               END-READ
           END-IF.

       2830-PEDE-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           IF WS-ABERTO-ALUNO NOT = 'S'
               DISPLAY 'CADALUNO INDISPONIVEL - ALUNO NAO CONFERIDO'
           ELSE
               MOVE WS-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO: ' WS-CD-ALUNO
                   NOT INVALID KEY
                       IF NOT ALUNO-ATIVO
                           DISPLAY 'ALUNO NAO ESTA ATIVO: '
                               WS-CD-ALUNO ' (' AL-STATUS ')'
                       ELSE
                           MOVE 'S' TO WS-ALUNO-OK
                       END-IF
               END-READ
           END-IF.

       2900-CARIMBA-INSCRICAO.
           MOVE WS-DIR-OPERADOR TO IN-OPERADOR.
           MOVE WS-DT-ATUAL     TO IN-DATA.
           MOVE WS-HR-ATUAL     TO IN-HORA.

       9999-FINALIZAR.
           CLOSE CADINSCR.
           CLOSE CADGRADE.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-MAT = 'S'
               CLOSE CADMAT
           END-IF.
           IF WS-ABERTO-TERMO = 'S'
               CLOSE CADTERMO
           END-IF.
           IF WS-ABERTO-TURMA = 'S'
               CLOSE CADTURMA
           END-IF.

       END PROGRAM CDINSCR.
