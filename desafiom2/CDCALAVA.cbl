      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CALENDARIO DE AVALIACOES - o BN-NOTAS-PREENCH deixava
      *         N1 a N4 serem digitadas a qualquer hora: N3 entrava
      *         antes da prova e N2 ficava um mes em branco depois do
      *         prazo. Este programa mantem o arquivo indexado
      *         CADCALAV (layout no copybook REGCALAV): para cada
      *         termo e avaliacao, a data em que ela e aplicada e o
      *         prazo para lancar a nota, com a turma em branco como
      *         padrao do termo e a linha propria da turma quando a
      *         turma foge do padrao. A gravacao confere o termo no
      *         CADTERMO (aberto, com as datas da aplicacao dentro
      *         dele), a turma no CADTURMA e o prazo nao anterior a
      *         aplicacao. A consulta da turma mostra o calendario que
      *         vale para ela e a situacao de hoje pelo CDPRZAVA, o
      *         mesmo que o DESAFIOM2 e o CDNOTVAL usam na captura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCALAVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCALAV ASSIGN TO
           "CADCALAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-CHAVE
           FILE STATUS IS WS-FS-CADCALAV.

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
       FD CADCALAV.
           COPY REGCALAV.

       FD CADTERMO.
           COPY REGTERMO.

       FD CADTURMA.
           COPY REGTURMA.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADCALAV                 PIC 99.
       77 WS-FS-CADTERMO                 PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
      * situacao da abertura dos cadastros de apoio: o status muda a
      * cada leitura e nao serve para saber se o arquivo esta aberto
       77 WS-ABERTO-TERMO                PIC X VALUE 'N'.
       77 WS-ABERTO-TURMA                PIC X VALUE 'N'.
       77 WS-EOF-CALAV                   PIC X VALUE 'N'.
        88 FIM-CADCALAV                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDCALAVA'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

       77 WS-TERMO                       PIC X(06) VALUE SPACES.
       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-AVALIACAO                   PIC 9(01) VALUE ZEROS.
        88 AVALIACAO-VALIDA              VALUE 1 THRU 4.
       77 WS-DT-APLICACAO                PIC 9(08) VALUE ZEROS.
       77 WS-DT-PRAZO                    PIC 9(08) VALUE ZEROS.
       77 WS-DESCRICAO                   PIC X(30) VALUE SPACES.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO                      PIC X(50) VALUE SPACES.
       77 WS-TOT-LISTADAS                PIC 9(04) VALUE ZEROS.
       77 WS-TURMA-LISTA                 PIC X(06) VALUE SPACES.

      * situacao da avaliacao no calendario (CDPRZAVA)
       77 WS-PZA-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-PZA-APLICACAO               PIC 9(08) VALUE ZEROS.
       77 WS-PZA-PRAZO                   PIC 9(08) VALUE ZEROS.
       77 WS-PZA-DIAS                    PIC 9(03) VALUE ZEROS.
       77 WS-PZA-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-PZA-CHAMADO                 PIC X(01) VALUE 'N'.
       77 WS-SITUACAO                    PIC X(30) VALUE SPACES.

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

      * sem o CADTERMO nao ha como conferir as datas e a gravacao e
      * recusada; sem o CADTURMA a conferencia da turma fica desligada
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           OPEN I-O CADCALAV.
           IF WS-FS-CADCALAV = 35
               OPEN OUTPUT CADCALAV
               CLOSE CADCALAV
               OPEN I-O CADCALAV
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
           DISPLAY '   CALENDARIO DE AVALIACOES (CADCALAV)'.
           DISPLAY '============================================='.
           DISPLAY '<G> GRAVAR DATA DE AVALIACAO E PRAZO'.
           DISPLAY '<E> EXCLUIR LINHA DO CALENDARIO'.
           DISPLAY '<L> LISTAR O CALENDARIO DO TERMO'.
           DISPLAY '<T> CALENDARIO QUE VALE PARA A TURMA'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'G'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-GRAVAR
                   END-IF
               WHEN 'E'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-EXCLUIR
                   END-IF
               WHEN 'L'
                   PERFORM 2300-LISTA-TERMO
               WHEN 'T'
                   PERFORM 2400-CALENDARIO-TURMA
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

      * a mesma chave gravada de novo altera a linha existente
       2100-GRAVAR.
           PERFORM 2900-PEDE-CHAVE.
           DISPLAY 'DATA DE APLICACAO (AAAAMMDD): '.
           MOVE ZEROS TO WS-DT-APLICACAO.
           ACCEPT WS-DT-APLICACAO.
           DISPLAY 'PRAZO PARA LANCAR A NOTA (AAAAMMDD): '.
           MOVE ZEROS TO WS-DT-PRAZO.
           ACCEPT WS-DT-PRAZO.
           DISPLAY 'DESCRICAO (PROVA, TRABALHO...): '.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.
           PERFORM 2110-CRITICA-LINHA.
           IF WS-MOTIVO NOT = SPACES
               DISPLAY 'LINHA RECUSADA - ' FUNCTION TRIM (WS-MOTIVO)
           ELSE
               ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD
               MOVE WS-TERMO     TO CA-TERMO
               MOVE WS-TURMA     TO CA-TURMA
               MOVE WS-AVALIACAO TO CA-AVALIACAO
               READ CADCALAV
                   INVALID KEY
                       PERFORM 2120-MONTA-LINHA
                       WRITE REG-CALAVAL
                       DISPLAY 'LINHA INCLUIDA NO CALENDARIO'
                   NOT INVALID KEY
                       PERFORM 2120-MONTA-LINHA
                       REWRITE REG-CALAVAL
                       DISPLAY 'LINHA DO CALENDARIO ALTERADA'
               END-READ
           END-IF.

      * a primeira recusa encontrada e a que sai na tela
       2110-CRITICA-LINHA.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-TERMO = SPACES OR NOT AVALIACAO-VALIDA
               MOVE 'TERMO E AVALIACAO (1-4) SAO OBRIGATORIOS'
                 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND
              (FUNCTION TEST-DATE-YYYYMMDD (WS-DT-APLICACAO) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-DT-PRAZO) NOT = 0)
               MOVE 'DATA DE APLICACAO OU PRAZO INVALIDA' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-DT-PRAZO < WS-DT-APLICACAO
               MOVE 'PRAZO ANTERIOR A DATA DE APLICACAO' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 2130-CONFERE-TERMO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-TURMA NOT = SPACES AND
              WS-ABERTO-TURMA = 'S'
               MOVE WS-TURMA TO TU-CODIGO
               READ CADTURMA
                   INVALID KEY
                       MOVE 'TURMA NAO CADASTRADA NO CADTURMA'
                         TO WS-MOTIVO
               END-READ
           END-IF.

       2120-MONTA-LINHA.
           MOVE WS-DT-APLICACAO TO CA-DT-APLICACAO.
           MOVE WS-DT-PRAZO     TO CA-DT-PRAZO.
           MOVE WS-DESCRICAO    TO CA-DESCRICAO.
           MOVE WS-DIR-OPERADOR TO CA-OPERADOR.
           MOVE WS-DT-ATUAL     TO CA-DATA-ALT.

      * a avaliacao e aplicada dentro do termo; o prazo de lancamento
      * pode passar do fim, ate o fechamento do termo
       2130-CONFERE-TERMO.
           IF WS-ABERTO-TERMO NOT = 'S'
               MOVE 'CADTERMO INDISPONIVEL - DATAS NAO CONFERIDAS'
                 TO WS-MOTIVO
           ELSE
               MOVE WS-TERMO TO TM-CODIGO
               READ CADTERMO
                   INVALID KEY
                       MOVE 'TERMO NAO CADASTRADO NO CADTERMO'
                         TO WS-MOTIVO
                   NOT INVALID KEY
                       IF TERMO-FECHADO
                           MOVE 'TERMO ENCERRADO' TO WS-MOTIVO
                       ELSE
                       IF WS-DT-APLICACAO < TM-DT-INICIO OR
                          WS-DT-APLICACAO > TM-DT-FIM
                           MOVE 'DATA DE APLICACAO FORA DO TERMO'
                             TO WS-MOTIVO
                       END-IF
                       END-IF
               END-READ
           END-IF.

       2200-EXCLUIR.
           PERFORM 2900-PEDE-CHAVE.
           MOVE WS-TERMO     TO CA-TERMO.
           MOVE WS-TURMA     TO CA-TURMA.
           MOVE WS-AVALIACAO TO CA-AVALIACAO.
           DELETE CADCALAV RECORD
               INVALID KEY
                   DISPLAY 'LINHA NAO EXISTE NO CALENDARIO'
               NOT INVALID KEY
                   DISPLAY 'LINHA EXCLUIDA DO CALENDARIO'
           END-DELETE.

      * a linha padrao (turma em branco) sai antes das turmas
       2300-LISTA-TERMO.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           MOVE 0 TO WS-TOT-LISTADAS.
           MOVE 'N' TO WS-EOF-CALAV.
           MOVE WS-TERMO TO CA-TERMO.
           MOVE SPACES   TO CA-TURMA.
           MOVE ZEROS    TO CA-AVALIACAO.
           START CADCALAV KEY IS GREATER THAN OR EQUAL TO CA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CALAV
           END-START.
           DISPLAY 'TURMA  AV APLICACAO PRAZO    DESCRICAO'.
           PERFORM 2310-LINHA-TERMO UNTIL FIM-CADCALAV.
           DISPLAY 'LINHAS DO CALENDARIO: ' WS-TOT-LISTADAS.

       2310-LINHA-TERMO.
           READ CADCALAV NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CALAV
               NOT AT END
                   IF CA-TERMO NOT = WS-TERMO
                       MOVE 'S' TO WS-EOF-CALAV
                   ELSE
                       ADD 1 TO WS-TOT-LISTADAS
                       IF CA-TURMA = SPACES
                           MOVE 'PADRAO' TO WS-TURMA-LISTA
                       ELSE
                           MOVE CA-TURMA TO WS-TURMA-LISTA
                       END-IF
                       DISPLAY WS-TURMA-LISTA ' N' CA-AVALIACAO ' '
                           CA-DT-APLICACAO ' ' CA-DT-PRAZO ' '
                           CA-DESCRICAO
                   END-IF
           END-READ.

      * o que o DESAFIOM2 vai aplicar para a turma hoje: a linha
      * propria ou a padrao do termo, e a situacao de cada avaliacao
       2400-CALENDARIO-TURMA.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'AV APLICACAO PRAZO    SITUACAO HOJE'.
           PERFORM 2410-SITUA-AVALIACAO
               VARYING WS-AVALIACAO FROM 1 BY 1
               UNTIL WS-AVALIACAO > 4.
           MOVE 'F' TO WS-PZA-FUNCAO.
           CALL 'CDPRZAVA' USING WS-PZA-FUNCAO WS-TERMO WS-TURMA
               WS-AVALIACAO WS-DT-ATUAL WS-PZA-APLICACAO WS-PZA-PRAZO
               WS-PZA-DIAS WS-PZA-RETORNO.

       2410-SITUA-AVALIACAO.
           MOVE 'C' TO WS-PZA-FUNCAO.
           CALL 'CDPRZAVA' USING WS-PZA-FUNCAO WS-TERMO WS-TURMA
               WS-AVALIACAO WS-DT-ATUAL WS-PZA-APLICACAO WS-PZA-PRAZO
               WS-PZA-DIAS WS-PZA-RETORNO.
           EVALUATE WS-PZA-RETORNO
               WHEN 'A'
                   MOVE 'AINDA NAO APLICADA' TO WS-SITUACAO
               WHEN 'P'
                   MOVE 'LANCAMENTO NO PRAZO' TO WS-SITUACAO
               WHEN 'T'
                   MOVE SPACES TO WS-SITUACAO
                   STRING 'PRAZO VENCIDO HA ' WS-PZA-DIAS ' DIAS'
                       DELIMITED BY SIZE INTO WS-SITUACAO
               WHEN OTHER
                   MOVE 'SEM CALENDARIO - LIVRE' TO WS-SITUACAO
           END-EVALUATE.
           DISPLAY 'N' WS-AVALIACAO ' ' WS-PZA-APLICACAO ' '
               WS-PZA-PRAZO ' ' WS-SITUACAO.

      * turma em branco grava a linha padrao do termo
       2900-PEDE-CHAVE.
           DISPLAY 'TERMO: '.
           MOVE SPACES TO WS-TERMO.
           ACCEPT WS-TERMO.
           DISPLAY 'TURMA (EM BRANCO = PADRAO DO TERMO): '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           DISPLAY 'AVALIACAO (1-4): '.
           MOVE ZEROS TO WS-AVALIACAO.
           ACCEPT WS-AVALIACAO.

       9999-FINALIZAR.
           CLOSE CADCALAV.
           IF WS-ABERTO-TERMO = 'S'
               CLOSE CADTERMO
           END-IF.
           IF WS-ABERTO-TURMA = 'S'
               CLOSE CADTURMA
           END-IF.

       END PROGRAM CDCALAVA.
