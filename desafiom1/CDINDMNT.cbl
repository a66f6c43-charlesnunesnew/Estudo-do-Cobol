      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:MANUTENCAO DA TABELA DE INDICES ECONOMICOS - o
      *         financeiro corrige contratos por IPCA, IGP-M e SELIC e
      *         procurava a taxa de cada mes na mao. Este programa
      *         mantem o CADINDIC (layout no copybook REGINDIC: codigo
      *         do indice, ano/mes e taxa mensal em percentual) que a
      *         correcao monetaria do DESAFIOM1 (modo <M> e detalhe
      *         tipo 3 do CALCLOTE) le: inclui ou altera a taxa de um
      *         mes, exclui, lista um indice a partir de um mes e
      *         carrega o CSV da publicacao mensal (INDCSV, uma linha
      *         CODIGO;AAAAMM;TAXA por mes, decimal com virgula ou
      *         ponto, a linha de titulo que comeca por 'CODIGO' e
      *         pulada). Na carga, mes novo e incluido, mes ja gravado
      *         com outra taxa e alterado e o igual e contado sem
      *         regravar - recarregar o mesmo arquivo nao muda nada. A
      *         linha recusada vai para o INDREJ com numero e motivo.
      *         INDMNT_MODO=C roda a carga direto, sem o menu, para a
      *         chamada fora da tela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDINDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINDIC ASSIGN TO
           "CADINDIC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-CADINDIC.

           SELECT INDCSV ASSIGN TO
           "INDCSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INDCSV.

           SELECT INDREJ ASSIGN TO
           "INDREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INDREJ.

       DATA DIVISION.
       FILE SECTION.
       FD CADINDIC.
           COPY REGINDIC.

       FD INDCSV.
       01 REG-INDCSV                      PIC X(100).

       FD INDREJ.
       01 REG-INDREJ                      PIC X(150).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADINDIC                 PIC 99.
       77 WS-FS-INDCSV                   PIC 99.
       77 WS-FS-INDREJ                   PIC 99.
       77 WS-EOF-IND                     PIC X VALUE 'N'.
        88 FIM-CADINDIC                  VALUE 'S'.
       77 WS-EOF-CSV                     PIC X VALUE 'N'.
        88 FIM-INDCSV                    VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-MODO                        PIC X(01) VALUE SPACE.
        88 MODO-CARGA                    VALUE 'C'.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDINDMNT'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-DT-ATUAL                    PIC 9(08).

      * campos digitados ou lidos do CSV, criticados antes de gravar
       77 WS-CODIGO                      PIC X(05) VALUE SPACES.
       77 WS-ANO-MES-TEXTO               PIC X(06) VALUE SPACES.
       01 WS-ANO-MES                     PIC 9(06) VALUE ZEROS.
       01 WS-ANO-MES-R REDEFINES WS-ANO-MES.
           03 WS-AM-ANO                  PIC 9(04).
           03 WS-AM-MES                  PIC 9(02).
       77 WS-TAXA-TEXTO                  PIC X(20) VALUE SPACES.
       77 WS-TAXA-NUM                    PIC S9(05)V9(06) VALUE ZEROS.
       77 WS-TAXA                        PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-ORIGEM                      PIC X(01) VALUE SPACE.
       77 WS-MOTIVO                      PIC X(40) VALUE SPACES.
       77 WS-TAXA-ED                     PIC -ZZ9.9999.
       77 WS-TAXA-ANT-ED                 PIC -ZZ9.9999.

       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-LISTA-MAXIMO                PIC 9(04) VALUE 240.
       77 WS-CSV-CODIGO                  PIC X(10) VALUE SPACES.
       77 WS-CSV-ANO-MES                 PIC X(10) VALUE SPACES.
       77 WS-CSV-TAXA                    PIC X(20) VALUE SPACES.
       77 WS-TOT-LINHAS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INCLUIDOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERADOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-IGUAIS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS              PIC 9(06) VALUE ZEROS.

       01 WS-LINHA-REJEICAO.
           03 WR-LINHA                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WR-MOTIVO                  PIC X(40).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WR-CONTEUDO                PIC X(100).

           COPY MASCARAS.

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
           IF MODO-CARGA
               PERFORM 2400-CARGA-CSV
           ELSE
               PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-MODO FROM ENVIRONMENT "INDMNT_MODO".
           IF NOT MODO-CARGA
               PERFORM 1010-CONFERE-DIREITO
           END-IF.
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.

           OPEN I-O CADINDIC.
           IF WS-FS-CADINDIC = 35
               OPEN OUTPUT CADINDIC
               CLOSE CADINDIC
               OPEN I-O CADINDIC
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
           DISPLAY '   TABELA DE INDICES ECONOMICOS (CADINDIC)'.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR OU ALTERAR TAXA DO MES'.
           DISPLAY '<E> EXCLUIR TAXA DO MES'.
           DISPLAY '<L> LISTAR INDICE'.
           DISPLAY '<C> CARREGAR CSV DA PUBLICACAO (INDCSV)'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR-ALTERAR
                   END-IF
               WHEN 'E'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-EXCLUIR
                   END-IF
               WHEN 'L'
                   PERFORM 2300-LISTAR
               WHEN 'C'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2400-CARGA-CSV
                   END-IF
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

       2100-INCLUIR-ALTERAR.
           PERFORM 2010-PEDE-CHAVE.
           IF WS-MOTIVO = SPACES
               DISPLAY 'TAXA DO MES EM % (EX: 0,44 OU -0.12): '
               MOVE SPACES TO WS-TAXA-TEXTO
               ACCEPT WS-TAXA-TEXTO
               PERFORM 3100-CRITICA-TAXA
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               DISPLAY WS-MOTIVO
           ELSE
               MOVE 'T' TO WS-ORIGEM
               MOVE WS-CODIGO  TO IN-CODIGO
               MOVE WS-ANO-MES TO IN-ANO-MES
               READ CADINDIC
                   INVALID KEY
                       PERFORM 3200-INCLUI-TAXA
                       IF WS-FS-CADINDIC = 0
                           DISPLAY 'TAXA INCLUIDA'
                       END-IF
                   NOT INVALID KEY
                       MOVE IN-TAXA TO WS-TAXA-ANT-ED
                       MOVE WS-TAXA TO WS-TAXA-ED
                       DISPLAY 'MES JA GRAVADO COM ' WS-TAXA-ANT-ED
                           '% - TROCAR POR ' WS-TAXA-ED '%? (S/N): '
                       MOVE SPACE TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S'
                           PERFORM 3300-ALTERA-TAXA
                           IF WS-FS-CADINDIC = 0
                               DISPLAY 'TAXA ALTERADA'
                           END-IF
                       ELSE
                           DISPLAY 'TAXA MANTIDA'
                       END-IF
               END-READ
           END-IF.

      * indice e ano/mes de referencia pedidos na tela
       2010-PEDE-CHAVE.
           DISPLAY 'INDICE (EX: IPCA, IGPM, SELIC): '.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           MOVE SPACES TO WS-ANO-MES-TEXTO.
           ACCEPT WS-ANO-MES-TEXTO.
           PERFORM 3000-CRITICA-CHAVE.

      * o mes excluido deixa buraco: a correcao que passar por ele e
      * recusada ate a taxa voltar
       2200-EXCLUIR.
           PERFORM 2010-PEDE-CHAVE.
           IF WS-MOTIVO NOT = SPACES
               DISPLAY WS-MOTIVO
           ELSE
               MOVE WS-CODIGO  TO IN-CODIGO
               MOVE WS-ANO-MES TO IN-ANO-MES
               READ CADINDIC
                   INVALID KEY
                       DISPLAY 'MES NAO CADASTRADO NO INDICE'
                   NOT INVALID KEY
                       MOVE IN-TAXA TO WS-TAXA-ED
                       DISPLAY 'EXCLUIR ' IN-CODIGO ' ' IN-ANO-MES
                           ' TAXA ' WS-TAXA-ED '%? (S/N): '
                       MOVE SPACE TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S'
                           DELETE CADINDIC
                               INVALID KEY
                                   DISPLAY 'ERRO AO EXCLUIR - STATUS '
                                       WS-FS-CADINDIC
                               NOT INVALID KEY
                                   DISPLAY 'TAXA EXCLUIDA'
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

      * lista o indice a partir do mes pedido (em branco, desde o
      * primeiro), ate WS-LISTA-MAXIMO meses
       2300-LISTAR.
           DISPLAY 'INDICE A LISTAR: '.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE (WS-CODIGO) TO WS-CODIGO.
           DISPLAY 'A PARTIR DO MES (AAAAMM, VAZIO = INICIO): '.
           MOVE SPACES TO WS-ANO-MES-TEXTO.
           ACCEPT WS-ANO-MES-TEXTO.
           MOVE WS-CODIGO TO IN-CODIGO.
           IF WS-ANO-MES-TEXTO IS NUMERIC
               MOVE WS-ANO-MES-TEXTO TO IN-ANO-MES
           ELSE
               MOVE ZEROS TO IN-ANO-MES
           END-IF.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-IND.
           START CADINDIC KEY IS GREATER THAN OR EQUAL TO IN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-IND
           END-START.
           DISPLAY 'INDICE MES        TAXA % ORIGEM ALTERADO EM'.
           PERFORM 2310-LISTA-LINHA
               UNTIL FIM-CADINDIC
                  OR WS-TOT-LISTADOS >= WS-LISTA-MAXIMO.
           MOVE WS-TOT-LISTADOS TO WS-MSK-QTD.
           DISPLAY 'MESES LISTADOS: ' WS-MSK-QTD.

       2310-LISTA-LINHA.
           READ CADINDIC NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-IND
               NOT AT END
                   IF IN-CODIGO NOT = WS-CODIGO
                       MOVE 'S' TO WS-EOF-IND
                   ELSE
                       ADD 1 TO WS-TOT-LISTADOS
                       MOVE IN-TAXA TO WS-TAXA-ED
                       DISPLAY IN-CODIGO '  ' IN-ANO-MES ' '
                           WS-TAXA-ED '   ' IN-ORIGEM '      '
                           IN-DT-ALTERACAO
                   END-IF
           END-READ.

      * carga do CSV da publicacao mensal; a linha de titulo e as
      * linhas em branco sao puladas
       2400-CARGA-CSV.
           OPEN INPUT INDCSV.
           IF WS-FS-INDCSV NOT = 0
               DISPLAY 'ARQUIVO DE CARGA NAO ENCONTRADO: INDCSV'
               IF MODO-CARGA
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT INDREJ
               MOVE 'C' TO WS-ORIGEM
               MOVE 0 TO WS-TOT-LINHAS
               MOVE 0 TO WS-TOT-INCLUIDOS
               MOVE 0 TO WS-TOT-ALTERADOS
               MOVE 0 TO WS-TOT-IGUAIS
               MOVE 0 TO WS-TOT-REJEITADOS
               MOVE 'N' TO WS-EOF-CSV
               PERFORM 2410-LE-CSV UNTIL FIM-INDCSV
               CLOSE INDCSV
               CLOSE INDREJ
               DISPLAY 'CARGA DO INDCSV - LINHAS: ' WS-TOT-LINHAS
               DISPLAY 'INCLUIDOS: ' WS-TOT-INCLUIDOS
                   '  ALTERADOS: ' WS-TOT-ALTERADOS
                   '  IGUAIS: ' WS-TOT-IGUAIS
                   '  REJEITADOS: ' WS-TOT-REJEITADOS
               IF WS-TOT-REJEITADOS > 0
                   DISPLAY 'LINHAS RECUSADAS GRAVADAS EM INDREJ'
                   IF MODO-CARGA
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2410-LE-CSV.
           READ INDCSV
               AT END
                   MOVE 'S' TO WS-EOF-CSV
               NOT AT END
                   ADD 1 TO WS-TOT-LINHAS
                   IF REG-INDCSV NOT = SPACES AND
                      FUNCTION UPPER-CASE (REG-INDCSV (1:6))
                          NOT = 'CODIGO'
                       PERFORM 2420-PROCESSA-LINHA
                   END-IF
           END-READ.

       2420-PROCESSA-LINHA.
           INSPECT REG-INDCSV REPLACING ALL X'0D' BY SPACE.
           MOVE SPACES TO WS-CSV-CODIGO.
           MOVE SPACES TO WS-CSV-ANO-MES.
           MOVE SPACES TO WS-CSV-TAXA.
           UNSTRING REG-INDCSV DELIMITED BY ';'
               INTO WS-CSV-CODIGO
                    WS-CSV-ANO-MES
                    WS-CSV-TAXA
           END-UNSTRING.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-CSV-CODIGO (6:5) NOT = SPACES
               MOVE 'CODIGO DO INDICE COM MAIS DE 5 LETRAS'
                 TO WS-MOTIVO
           ELSE
               MOVE WS-CSV-CODIGO  TO WS-CODIGO
               MOVE WS-CSV-ANO-MES TO WS-ANO-MES-TEXTO
               IF WS-CSV-ANO-MES (7:4) NOT = SPACES
                   MOVE 'MES DEVE SER AAAAMM' TO WS-MOTIVO
               ELSE
                   PERFORM 3000-CRITICA-CHAVE
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE WS-CSV-TAXA TO WS-TAXA-TEXTO
               PERFORM 3100-CRITICA-TAXA
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2490-REGISTRA-REJEICAO
           ELSE
               MOVE WS-CODIGO  TO IN-CODIGO
               MOVE WS-ANO-MES TO IN-ANO-MES
               READ CADINDIC
                   INVALID KEY
                       PERFORM 3200-INCLUI-TAXA
                       IF WS-FS-CADINDIC = 0
                           ADD 1 TO WS-TOT-INCLUIDOS
                       END-IF
                   NOT INVALID KEY
                       IF IN-TAXA = WS-TAXA
                           ADD 1 TO WS-TOT-IGUAIS
                       ELSE
                           PERFORM 3300-ALTERA-TAXA
                           IF WS-FS-CADINDIC = 0
                               ADD 1 TO WS-TOT-ALTERADOS
                           END-IF
                       END-IF
               END-READ
               IF WS-FS-CADINDIC NOT = 0
                   MOVE 'ERRO DE GRAVACAO NO CADINDIC' TO WS-MOTIVO
                   PERFORM 2490-REGISTRA-REJEICAO
               END-IF
           END-IF.

       2490-REGISTRA-REJEICAO.
           ADD 1 TO WS-TOT-REJEITADOS.
           MOVE WS-TOT-LINHAS TO WR-LINHA.
           MOVE WS-MOTIVO     TO WR-MOTIVO.
           MOVE REG-INDCSV    TO WR-CONTEUDO.
           MOVE WS-LINHA-REJEICAO TO REG-INDREJ.
           WRITE REG-INDREJ.

      * codigo em maiusculas e obrigatorio; mes AAAAMM de 1990 em
      * diante, com o mes entre 01 e 12
       3000-CRITICA-CHAVE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE FUNCTION UPPER-CASE (WS-CODIGO) TO WS-CODIGO.
           IF WS-CODIGO = SPACES
               MOVE 'INDICE E OBRIGATORIO' TO WS-MOTIVO
           ELSE
           IF WS-ANO-MES-TEXTO IS NOT NUMERIC
               MOVE 'MES DEVE SER AAAAMM' TO WS-MOTIVO
           ELSE
               MOVE WS-ANO-MES-TEXTO TO WS-ANO-MES
               IF WS-AM-ANO < 1990 OR WS-AM-MES < 1 OR WS-AM-MES > 12
                   MOVE 'MES DE REFERENCIA INVALIDO' TO WS-MOTIVO
               END-IF
           END-IF
           END-IF.

      * a taxa aceita virgula ou ponto decimal e sinal; abaixo de
      * -100% o fator do mes ficaria zero ou negativo
       3100-CRITICA-TAXA.
           INSPECT WS-TAXA-TEXTO REPLACING ALL ',' BY '.'.
           IF WS-TAXA-TEXTO = SPACES OR
              FUNCTION TEST-NUMVAL (WS-TAXA-TEXTO) NOT = 0
               MOVE 'TAXA NAO NUMERICA' TO WS-MOTIVO
           ELSE
               MOVE FUNCTION NUMVAL (WS-TAXA-TEXTO) TO WS-TAXA-NUM
               IF WS-TAXA-NUM <= -100 OR WS-TAXA-NUM > 999.9999
                   MOVE 'TAXA FORA DA FAIXA (-100 A 999,9999)'
                     TO WS-MOTIVO
               ELSE
                   MOVE WS-TAXA-NUM TO WS-TAXA
               END-IF
           END-IF.

       3200-INCLUI-TAXA.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-CODIGO      TO IN-CODIGO.
           MOVE WS-ANO-MES     TO IN-ANO-MES.
           MOVE WS-TAXA        TO IN-TAXA.
           MOVE WS-ORIGEM      TO IN-ORIGEM.
           MOVE WS-OPER-CODIGO TO IN-OPERADOR.
           MOVE WS-DT-ATUAL    TO IN-DT-ALTERACAO.
           WRITE REG-INDICE
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR TAXA - STATUS '
                       WS-FS-CADINDIC
           END-WRITE.

       3300-ALTERA-TAXA.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-TAXA        TO IN-TAXA.
           MOVE WS-ORIGEM      TO IN-ORIGEM.
           MOVE WS-OPER-CODIGO TO IN-OPERADOR.
           MOVE WS-DT-ATUAL    TO IN-DT-ALTERACAO.
           REWRITE REG-INDICE
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR TAXA - STATUS '
                       WS-FS-CADINDIC
           END-REWRITE.

       9999-FINALIZAR.
           CLOSE CADINDIC.

       END PROGRAM CDINDMNT.
