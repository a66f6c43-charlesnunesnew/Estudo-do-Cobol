      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:LEITURA DE PARAMETRO DO SISTEMA - subprograma chamado
      *         por todo programa que le parametro de comportamento
      *         (layout REGPARAM como area de chamada). Recebe o
      *         programa e o nome do parametro e devolve em PR-VALOR o
      *         valor que vale nesta rodada, com a origem em
      *         PR-ORIGEM:
      *           A - a variavel de ambiente de mesmo nome, que
      *               continua sobrepondo o cadastro numa rodada;
      *           C - o cadastro CADPARAM (chave programa + nome;
      *               sem linha do programa vale a do GERAL);
      *           P - nenhum dos dois: PR-VALOR volta em branco e o
      *               programa fica com o padrao dele.
      *         Valor da variavel fora da faixa (ou da lista de
      *         aceitos) do cadastro e recusado com aviso e vale o
      *         cadastro - erro de digitacao nao cai mais calado no
      *         padrao. Parametro fora do cadastro tambem e avisado,
      *         uma vez por rodada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPARAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAM ASSIGN TO
           "CADPARAM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPA-CHAVE
           FILE STATUS IS CPA-FS-CADPARAM.

       DATA DIVISION.
       FILE SECTION.
       FD CADPARAM.
       01 REG-CADPARAM.
           03 CPA-CHAVE.
               05 CPA-PROGRAMA           PIC X(12).
               05 CPA-NOME               PIC X(24).
           03 CPA-RESTO                  PIC X(184).

       WORKING-STORAGE SECTION.
       77 CPA-FS-CADPARAM                PIC 99.
       77 CPA-ACHADO                     PIC X(01) VALUE 'N'.
       77 CPA-PEDIDO-PROGRAMA            PIC X(12) VALUE SPACES.
       77 CPA-PEDIDO-NOME                PIC X(24) VALUE SPACES.
       77 CPA-AMBIENTE                   PIC X(60) VALUE SPACES.
       77 CPA-TESTE                      PIC X(60) VALUE SPACES.
       77 CPA-VALIDO                     PIC X(01) VALUE 'S'.
       77 CPA-NUMERO                     PIC S9(11) VALUE ZEROS.
       77 CPA-LISTA                      PIC X(24) VALUE SPACES.
       77 CPA-PROCURA                    PIC X(62) VALUE SPACES.
       77 CPA-TAM                        PIC 9(02) VALUE ZEROS.
       77 CPA-QTD                        PIC 9(02) VALUE ZEROS.

      * avisos dados nesta rodada: o cadastro ausente sai uma vez e
      * cada parametro fora dele tambem, por mais que seja lido
       77 CPA-AVISOU-ARQUIVO             PIC X(01) VALUE 'N'.
       01 CPA-TAB-AVISADOS.
           03 CPA-AVISADO OCCURS 30 TIMES PIC X(24).
       77 CPA-QTD-AVISADOS               PIC 9(02) VALUE ZEROS.
       77 CPA-IX                         PIC 9(02) VALUE ZEROS.
       77 CPA-JA-AVISADO                 PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
           COPY REGPARAM.

       PROCEDURE DIVISION USING REG-PARAMETRO.

       0000-PRINCIPAL.
           MOVE PR-PROGRAMA TO CPA-PEDIDO-PROGRAMA.
           MOVE PR-NOME     TO CPA-PEDIDO-NOME.
           INITIALIZE REG-PARAMETRO.
           MOVE CPA-PEDIDO-PROGRAMA TO PR-PROGRAMA.
           MOVE CPA-PEDIDO-NOME     TO PR-NOME.
           PERFORM 1000-LE-CADASTRO.
           PERFORM 2000-LE-AMBIENTE.

           IF CPA-ACHADO = 'S' AND PR-VALOR NOT = SPACES
               MOVE PR-VALOR TO CPA-TESTE
               PERFORM 4000-VALIDA-VALOR
               IF CPA-VALIDO = 'S'
                   MOVE 'C' TO PR-ORIGEM
               ELSE
                   DISPLAY 'PARAMETRO ' FUNCTION TRIM (PR-NOME)
                       ' COM VALOR INVALIDO NO CADPARAM - VALE O '
                       'PADRAO DO PROGRAMA'
                   MOVE SPACES TO PR-VALOR
               END-IF
           END-IF.
           IF PR-ORIGEM = SPACE
               MOVE 'P' TO PR-ORIGEM
           END-IF.

           IF CPA-AMBIENTE NOT = SPACES
               PERFORM 3000-APLICA-AMBIENTE
           END-IF.

           IF CPA-ACHADO NOT = 'S' AND CPA-AMBIENTE = SPACES
               PERFORM 5000-AVISA-FORA-CADASTRO
           END-IF.
           GOBACK.

      * a linha do proprio programa vale mais que a do GERAL
       1000-LE-CADASTRO.
           MOVE 'N' TO CPA-ACHADO.
           OPEN INPUT CADPARAM.
           IF CPA-FS-CADPARAM NOT = 0
               IF CPA-AVISOU-ARQUIVO = 'N'
                   DISPLAY 'CADPARAM INDISPONIVEL - STATUS '
                       CPA-FS-CADPARAM ' - PARAMETROS PELO AMBIENTE '
                       'OU PADRAO'
                   MOVE 'S' TO CPA-AVISOU-ARQUIVO
               END-IF
           ELSE
               MOVE CPA-PEDIDO-PROGRAMA TO CPA-PROGRAMA
               MOVE CPA-PEDIDO-NOME     TO CPA-NOME
               PERFORM 1100-LE-CHAVE
               IF CPA-ACHADO = 'N'
                   MOVE 'GERAL'         TO CPA-PROGRAMA
                   MOVE CPA-PEDIDO-NOME TO CPA-NOME
                   PERFORM 1100-LE-CHAVE
               END-IF
               CLOSE CADPARAM
           END-IF.

       1100-LE-CHAVE.
           READ CADPARAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-CADPARAM TO REG-PARAMETRO
                   MOVE SPACE TO PR-ORIGEM
                   MOVE 'S' TO CPA-ACHADO
           END-READ.

       2000-LE-AMBIENTE.
           MOVE SPACES TO CPA-AMBIENTE.
           DISPLAY CPA-PEDIDO-NOME UPON ENVIRONMENT-NAME.
           ACCEPT CPA-AMBIENTE FROM ENVIRONMENT-VALUE.

      * a variavel da rodada so e conferida quando o parametro esta no
      * cadastro; recusada, fica o que o cadastro (ou o padrao) daria
       3000-APLICA-AMBIENTE.
           IF CPA-ACHADO = 'S'
               MOVE CPA-AMBIENTE TO CPA-TESTE
               PERFORM 4000-VALIDA-VALOR
           ELSE
               MOVE 'S' TO CPA-VALIDO
           END-IF.
           IF CPA-VALIDO = 'S'
               MOVE CPA-AMBIENTE TO PR-VALOR
               MOVE 'A' TO PR-ORIGEM
           ELSE
               DISPLAY 'VARIAVEL ' FUNCTION TRIM (PR-NOME) '='
                   FUNCTION TRIM (CPA-AMBIENTE) ' RECUSADA - FORA DA '
                   'FAIXA DO CADPARAM'
               IF PARAM-DO-CADASTRO
                   DISPLAY 'VALE O CADASTRO: '
                       FUNCTION TRIM (PR-VALOR)
               ELSE
                   DISPLAY 'VALE O PADRAO DO PROGRAMA'
               END-IF
           END-IF.

      * numero entre o minimo e o maximo (maximo zerado nao tem teto);
      * texto com lista de aceitos tem de ser um deles
       4000-VALIDA-VALOR.
           MOVE 'S' TO CPA-VALIDO.
           IF PARAM-NUMERICO
               IF FUNCTION TEST-NUMVAL (CPA-TESTE) NOT = 0
                   MOVE 'N' TO CPA-VALIDO
               ELSE
                   MOVE FUNCTION NUMVAL (CPA-TESTE) TO CPA-NUMERO
                   IF CPA-NUMERO < PR-MINIMO
                       MOVE 'N' TO CPA-VALIDO
                   END-IF
                   IF PR-MAXIMO > ZEROS AND CPA-NUMERO > PR-MAXIMO
                       MOVE 'N' TO CPA-VALIDO
                   END-IF
               END-IF
           ELSE
               IF PR-ACEITOS NOT = SPACES
                   PERFORM 4100-CONFERE-ACEITOS
               END-IF
           END-IF.

       4100-CONFERE-ACEITOS.
           MOVE SPACES TO CPA-LISTA CPA-PROCURA.
           STRING '/' FUNCTION TRIM (PR-ACEITOS) '/'
               DELIMITED BY SIZE INTO CPA-LISTA.
           STRING '/' FUNCTION TRIM (CPA-TESTE) '/'
               DELIMITED BY SIZE INTO CPA-PROCURA.
           COMPUTE CPA-TAM =
               FUNCTION LENGTH (FUNCTION TRIM (CPA-TESTE)) + 2.
           MOVE ZEROS TO CPA-QTD.
           IF CPA-TAM <= 24
               INSPECT CPA-LISTA TALLYING CPA-QTD
                   FOR ALL CPA-PROCURA (1:CPA-TAM)
           END-IF.
           IF CPA-QTD = ZEROS
               MOVE 'N' TO CPA-VALIDO
           END-IF.

       5000-AVISA-FORA-CADASTRO.
           IF CPA-FS-CADPARAM = 0
               MOVE 'N' TO CPA-JA-AVISADO
               PERFORM 5100-PROCURA-AVISADO
                   VARYING CPA-IX FROM 1 BY 1
                   UNTIL CPA-IX > CPA-QTD-AVISADOS
               IF CPA-JA-AVISADO = 'N'
                   DISPLAY 'PARAMETRO ' FUNCTION TRIM (PR-NOME)
                       ' FORA DO CADPARAM - VALE O PADRAO DO PROGRAMA'
                   IF CPA-QTD-AVISADOS < 30
                       ADD 1 TO CPA-QTD-AVISADOS
                       MOVE PR-NOME TO CPA-AVISADO (CPA-QTD-AVISADOS)
                   END-IF
               END-IF
           END-IF.

       5100-PROCURA-AVISADO.
           IF CPA-AVISADO (CPA-IX) = PR-NOME
               MOVE 'S' TO CPA-JA-AVISADO
           END-IF.

       END PROGRAM CDPARAM.
