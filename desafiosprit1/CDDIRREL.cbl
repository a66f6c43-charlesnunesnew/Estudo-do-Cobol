      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:MATRIZ DE DIREITOS "QUEM PODE O QUE" - relatorio para
      *         a auditoria: uma linha por usuario do CADUSER (codigo,
      *         perfil, conta bloqueada e nome) e uma coluna por
      *         programa do catalogo TABPROG e por opcao interna do
      *         CDCLIE, marcada S quando o CDDIREIT libera e '.' quando
      *         nega. A opcao do CDCLIE so sai S se o proprio CDCLIE
      *         estiver liberado, como o programa confere na entrada.
      *         Depois da matriz vem a legenda das colunas e a relacao
      *         das linhas do CADDIREI (ou dos direitos padrao do
      *         TABDIRPD, enquanto o cadastro nao existir). Arquivo de
      *         impressao DIRRELIMP com nome fisico datado
      *         DIRREL.AAAAMMDD via DD_DIRRELIMP, paginacao de 60
      *         linhas e registro no catalogo RELCATAL (tipo DIRREL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDIRREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADDIREI ASSIGN TO
           "CADDIREI"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DI-CHAVE
           FILE STATUS IS WS-FS-CADDIREI.

           SELECT ARQ-IMP ASSIGN TO
           "DIRRELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD CADDIREI.
           COPY REGDIREI.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-FS-CADDIREI                 PIC 99.
       77 WS-EOF-DIREI                   PIC X VALUE 'N'.
        88 FIM-CADDIREI                  VALUE 'S'.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-USUARIOS                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DIREITOS                PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).

      * secao em impressao, para o cabecalho de pagina certo
       77 WS-SECAO                       PIC X(01) VALUE 'M'.
        88 SECAO-MATRIZ                  VALUE 'M'.
        88 SECAO-REGRAS                  VALUE 'R'.

       77 WS-IX-PROG                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-OPC                      PIC 9(02) VALUE ZEROS.
       77 WS-IX                          PIC 9(02) VALUE ZEROS.

      * operador publicado pelo CDLOGON e consulta ao CDDIREIT
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDDIRREL'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-CDCLIE-LIBERADO             PIC X(01) VALUE SPACE.

      * linha da matriz: uma celula por programa e por opcao do
      * CDCLIE, na ordem do catalogo TABPROG e do TP-OPCOES-CDCLIE
       01 WS-LINHA-MATRIZ.
           03 LM-CODIGO                  PIC X(08).
           03 FILLER                     PIC X(01).
           03 LM-PERFIL                  PIC X(01).
           03 FILLER                     PIC X(01).
           03 LM-BLOQUEADO               PIC X(01).
           03 FILLER                     PIC X(01).
           03 LM-NOME                    PIC X(20).
           03 FILLER                     PIC X(01).
           03 LM-PROG OCCURS 30 TIMES.
               05 LM-PROG-VALOR          PIC X(01).
               05 FILLER                 PIC X(01).
           03 FILLER                     PIC X(02).
           03 LM-OPC OCCURS 11 TIMES.
               05 LM-OPC-VALOR           PIC X(01).
               05 FILLER                 PIC X(01).
           03 FILLER                     PIC X(02).

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

           COPY TABPROG.
           COPY TABDIRPD.
           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-FS-IMP = 0
               PERFORM 2000-CABECALHO-PAGINA
               PERFORM 3000-LISTA-USUARIOS UNTIL FIM-CADUSER
               PERFORM 4000-LEGENDA
               PERFORM 5000-LISTA-REGRAS
               PERFORM 6000-RODAPE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.

      * so emite a matriz quem tem o direito ao CDDIRREL; no lote,
      * sem logon, o relatorio sai normalmente
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.
           CALL 'CDDIREIT' USING WS-OPER-CODIGO WS-OPER-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'PROGRAMA CDDIRREL NAO LIBERADO PARA O OPERADOR'
               MOVE 35 TO WS-FS-CADUSER
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRE-ARQUIVOS
           END-IF.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo DIRRELIMP pela variavel DD_DIRRELIMP estilo DD
       1100-ABRE-ARQUIVOS.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'DIRREL.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_DIRRELIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.

           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ENCONTRADO - SEM RELATORIO'
               MOVE 'S' TO WS-EOF-USER
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-IMP
           END-IF.

       2000-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'MATRIZ DE DIREITOS DE ACESSO   DATA ' WS-DT-EXEC
               ' HORA ' WS-HR-EXEC '   PAGINA ' WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 3 TO WS-LINHAS-PAGINA.
           IF SECAO-MATRIZ
               PERFORM 2100-TITULO-MATRIZ
           ELSE
               MOVE 'T SUJEITO PROGRAMA   OPCAO PERMITE GRAVADO POR EM'
                 TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE ALL '-' TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

      * as colunas levam a letra do programa no MENUGERAL e a letra
      * da opcao no menu do CDCLIE; a legenda vem depois da matriz
       2100-TITULO-MATRIZ.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'CODIGO   P B NOME' TO WS-LINHA-IMP.
           MOVE 'PROGRAMAS' TO WS-LINHA-IMP (35:9).
           MOVE 'OPCOES CDCLIE' TO WS-LINHA-IMP (77:13).
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-MATRIZ.
           PERFORM 2110-LETRA-PROGRAMA
               VARYING WS-IX-PROG FROM 1 BY 1
               UNTIL WS-IX-PROG > TP-QTD.
           PERFORM 2120-LETRA-OPCAO
               VARYING WS-IX-OPC FROM 1 BY 1
               UNTIL WS-IX-OPC > 11.
           MOVE WS-LINHA-MATRIZ TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       2110-LETRA-PROGRAMA.
           MOVE TP-LETRA (WS-IX-PROG) TO LM-PROG-VALOR (WS-IX-PROG).

       2120-LETRA-OPCAO.
           MOVE TP-OPCOES-CDCLIE (WS-IX-OPC:1)
             TO LM-OPC-VALOR (WS-IX-OPC).

       2900-GRAVA-LINHA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

       3000-LISTA-USUARIOS.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   PERFORM 3100-MONTA-LINHA
           END-READ.

      * cada celula e a resposta do CDDIREIT para o usuario da linha,
      * com o codigo e o perfil dele no lugar do operador do logon
       3100-MONTA-LINHA.
           ADD 1 TO WS-TOT-USUARIOS.
           MOVE SPACES TO WS-LINHA-MATRIZ.
           MOVE FD-CD-USER TO LM-CODIGO.
           MOVE FD-PERFIL  TO LM-PERFIL.
           IF CONTA-BLOQUEADA
               MOVE 'S' TO LM-BLOQUEADO
           ELSE
               MOVE 'N' TO LM-BLOQUEADO
           END-IF.
           MOVE FD-NM TO LM-NOME.
           MOVE SPACE TO WS-DIR-OPCAO.
           PERFORM 3110-CELULA-PROGRAMA
               VARYING WS-IX-PROG FROM 1 BY 1
               UNTIL WS-IX-PROG > TP-QTD.
           MOVE 'CDCLIE' TO WS-DIR-PROGRAMA.
           CALL 'CDDIREIT' USING FD-CD-USER FD-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           MOVE WS-DIR-RETORNO TO WS-CDCLIE-LIBERADO.
           PERFORM 3120-CELULA-OPCAO
               VARYING WS-IX-OPC FROM 1 BY 1
               UNTIL WS-IX-OPC > 11.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               PERFORM 2000-CABECALHO-PAGINA
           END-IF.
           MOVE WS-LINHA-MATRIZ TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       3110-CELULA-PROGRAMA.
           CALL 'CDDIREIT' USING FD-CD-USER FD-PERFIL
               TP-PROGRAMA (WS-IX-PROG) WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO = 'S'
               MOVE 'S' TO LM-PROG-VALOR (WS-IX-PROG)
           ELSE
               MOVE '.' TO LM-PROG-VALOR (WS-IX-PROG)
           END-IF.

       3120-CELULA-OPCAO.
           MOVE '.' TO LM-OPC-VALOR (WS-IX-OPC).
           IF WS-CDCLIE-LIBERADO = 'S'
               MOVE TP-OPCOES-CDCLIE (WS-IX-OPC:1) TO WS-DIR-OPCAO
               CALL 'CDDIREIT' USING FD-CD-USER FD-PERFIL
                   WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO
               MOVE SPACE TO WS-DIR-OPCAO
               IF WS-DIR-RETORNO = 'S'
                   MOVE 'S' TO LM-OPC-VALOR (WS-IX-OPC)
               END-IF
           END-IF.

      * legenda das colunas: letra = programa do catalogo
       4000-LEGENDA.
           IF WS-LINHAS-PAGINA + TP-QTD + 4 > WS-LIMITE-LINHAS
               PERFORM 2000-CABECALHO-PAGINA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'LEGENDA DAS COLUNAS DE PROGRAMAS (S = LIBERADO)'
             TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 4100-LINHA-LEGENDA
               VARYING WS-IX-PROG FROM 1 BY 1
               UNTIL WS-IX-PROG > TP-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE
           'OPCOES CDCLIE: N C A D L P B Q R M E DO MENU DO CDCLIE'
             TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       4100-LINHA-LEGENDA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ' TP-LETRA (WS-IX-PROG) ' = '
               TP-PROGRAMA (WS-IX-PROG) ' '
               TP-DESCRICAO (WS-IX-PROG)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * as linhas cadastradas, para a auditoria conferir a origem de
      * cada S; sem o CADDIREI, os direitos padrao que estao valendo
       5000-LISTA-REGRAS.
           MOVE 'R' TO WS-SECAO.
           PERFORM 2000-CABECALHO-PAGINA.
           OPEN INPUT CADDIREI.
           IF WS-FS-CADDIREI NOT = 0
               MOVE 'CADDIREI NAO CRIADO - VALEM OS DIREITOS PADRAO'
                 TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               PERFORM 5200-LINHA-PADRAO
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > TDP-QTD
           ELSE
               MOVE 'N' TO WS-EOF-DIREI
               PERFORM 5100-LINHA-REGRA UNTIL FIM-CADDIREI
               CLOSE CADDIREI
           END-IF.

       5100-LINHA-REGRA.
           READ CADDIREI NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DIREI
               NOT AT END
                   ADD 1 TO WS-TOT-DIREITOS
                   IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                       PERFORM 2000-CABECALHO-PAGINA
                   END-IF
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING DI-TIPO ' ' DI-SUJEITO '  ' DI-PROGRAMA ' '
                       DI-OPCAO '     ' DI-PERMITE '       '
                       DI-OPER-CADASTRO '     ' DI-DT-CADASTRO
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 2900-GRAVA-LINHA
           END-READ.

       5200-LINHA-PADRAO.
           ADD 1 TO WS-TOT-DIREITOS.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'P ' TDP-PERFIL (WS-IX) '       '
               TDP-PROGRAMA (WS-IX) ' ' TDP-OPCAO (WS-IX) '     '
               TDP-PERMITE (WS-IX) '       PADRAO'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * totais, fechamento e registro no catalogo de relatorios
       6000-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'TOTAIS DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-USUARIOS TO WS-MSK-QTD.
           STRING 'USUARIOS NA MATRIZ......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-DIREITOS TO WS-MSK-QTD.
           STRING 'LINHAS DE DIREITO.......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           PERFORM 6100-REGISTRA-CATALOGO.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       6100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'DIRREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDDIRREL.
