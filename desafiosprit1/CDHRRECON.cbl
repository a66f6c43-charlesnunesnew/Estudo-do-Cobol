      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:RECONCILIACAO DO CADUSER COM O QUADRO DE PESSOAL DO RH -
      *         as interfaces de admissao (CDHRADMIT), baixa
      *         (CDHRBAIXA) e movimentacao (CDHRMOVIM) sao deltas e uma
      *         noite perdida deixa divergencia para sempre. Este passo
      *         mensal le o quadro completo HRQUADRO (CSV com CPF,NOME,
      *         DEPARTAMENTO,SITUACAO; SITUACAO D = desligado, qualquer
      *         outra = no quadro), junta com o CADUSER pelo CPF num
      *         SORT e imprime cinco listas: (1) contas ativas sem
      *         funcionario no quadro (orfas), (2) funcionarios sem
      *         conta, (3) departamento do RH diferente do FD-DEPTO,
      *         (4) nome do RH diferente do FD-NM depois da forma de
      *         pesquisa do CDNORNOM e (5) contas sem CPF, que nao tem
      *         como reconciliar e devem ser completadas pela opcao
      *         <M> do CDCLIE. Sai no HRRECIMP (nome fisico
      *         HRRECON.AAAAMMDD via DD_HRRECIMP), catalogado no
      *         RELCATAL com o tipo HRRECON, e as contagens vao numa
      *         linha do HRRECRES para o painel do CDSAUDE. Sem o
      *         HRQUADRO (ou com ele vazio) nada e reconciliado e o
      *         passo termina com RETURN-CODE 8 - toda conta viraria
      *         orfa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHRRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRQUADRO ASSIGN TO
           "HRQUADRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HRQUADRO.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT HRRECWK ASSIGN TO
           "HRRECWK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HRRECWK.

           SELECT HRRECRES ASSIGN TO
           "HRRECRES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HRRECRES.

           SELECT ARQ-IMP ASSIGN TO
           "HRRECIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD HRQUADRO.
       01 REG-QUADRO                      PIC X(200).

       FD CADUSER.
           COPY REGUSER.

      * achados da juncao, uma linha por divergencia com o numero da
      * lista na frente; impressos lista a lista depois do SORT
       FD HRRECWK.
       01 REG-ACHADO.
           03 AC-LISTA                   PIC 9(01).
           03 AC-CPF                     PIC 9(11).
           03 AC-CD-USER                 PIC 9(08).
           03 AC-NM                      PIC X(40).
           03 AC-DEPTO                   PIC X(04).
           03 AC-RH-NM                   PIC X(40).
           03 AC-RH-DEPTO                PIC X(04).
           03 AC-BLOQUEADA               PIC X(01).

       FD HRRECRES.
       01 REG-RESULTADO                   PIC X(80).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

      * H = linha do quadro do RH, U = conta do CADUSER; no mesmo CPF
      * o RH vem antes das contas
       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-CPF                     PIC 9(11).
           03 SR-ORIGEM                  PIC X(01).
           03 SR-CD-USER                 PIC 9(08).
           03 SR-NM                      PIC X(100).
           03 SR-DEPTO                   PIC X(04).
           03 SR-SITUACAO                PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-HRQUADRO                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-HRRECWK                  PIC 99.
       77 WS-FS-HRRECRES                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-QUADRO-ABERTO               PIC X VALUE 'N'.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.

       77 WS-EOF-QUADRO                  PIC X VALUE 'N'.
        88 FIM-HRQUADRO                  VALUE 'S'.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.
       77 WS-EOF-ACHADO                  PIC X VALUE 'N'.
        88 FIM-HRRECWK                   VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).

       01 WS-CAMPOS-CSV.
           03 WS-CSV-CPF                 PIC X(15).
           03 WS-CSV-NOME                PIC X(100).
           03 WS-CSV-DEPTO               PIC X(10).
           03 WS-CSV-SITUACAO            PIC X(05).

      * grupo do CPF corrente na saida do SORT
       77 WS-CPF-ATUAL                   PIC 9(11) VALUE ZEROS.
       77 WS-GRUPO-TEM-RH                PIC X VALUE 'N'.
       77 WS-GRUPO-NO-QUADRO             PIC X VALUE 'N'.
       77 WS-GRUPO-CONTAS                PIC 9(04) VALUE ZEROS.
       77 WS-GRUPO-CONFERE               PIC X VALUE 'N'.
       77 WS-RH-NM                       PIC X(100) VALUE SPACES.
       77 WS-RH-DEPTO                    PIC X(04) VALUE SPACES.
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL-RH              PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL-CAD             PIC X(100) VALUE SPACES.

       77 WS-TOT-QUADRO                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-QUADRO-INVAL            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-QUADRO-REPET            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONTAS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONFEREM                PIC 9(06) VALUE ZEROS.
       01 WS-TAB-TOTAIS.
           03 WS-TOT-LISTA OCCURS 5 TIMES PIC 9(06).
       77 WS-IX-LISTA                    PIC 9(01) VALUE ZEROS.

       01 WS-TAB-TITULOS-DADOS.
           03 FILLER PIC X(50) VALUE
              '1 - CONTAS ATIVAS SEM FUNCIONARIO NO RH (ORFAS)'.
           03 FILLER PIC X(50) VALUE
              '2 - FUNCIONARIOS DO QUADRO SEM CONTA NO CADUSER'.
           03 FILLER PIC X(50) VALUE
              '3 - DEPARTAMENTO DO RH DIFERENTE DO CADUSER'.
           03 FILLER PIC X(50) VALUE
              '4 - NOME DO RH DIFERENTE DO CADUSER'.
           03 FILLER PIC X(50) VALUE
              '5 - CONTAS SEM CPF - NAO HA COMO RECONCILIAR'.
       01 WS-TAB-TITULOS REDEFINES WS-TAB-TITULOS-DADOS.
           03 WS-TITULO-LISTA OCCURS 5 TIMES PIC X(50).

       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

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

      * linha do HRRECRES lida pelo CDSAUDE:
      * DATA;HORA;ORFAS;SEM CONTA;DEPTO;NOME;SEM CPF
       01 WS-LINHA-RESULTADO.
           03 RS-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-HORA                    PIC X(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-ORFAS                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-SEM-CONTA               PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-DEPTO                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-NOME                    PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RS-SEM-CPF                 PIC 9(06).

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-QUADRO-ABERTO = 'S' AND WS-CADUSER-ABERTO = 'S'
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-CPF
                   ON ASCENDING KEY SR-ORIGEM
                   ON ASCENDING KEY SR-CD-USER
                   INPUT PROCEDURE IS 2000-SELECIONA
                   OUTPUT PROCEDURE IS 3000-JUNTA
               IF WS-TOT-QUADRO = 0
                   DISPLAY 'HRQUADRO SEM FUNCIONARIOS - RECONCILIACAO '
                       'NAO FEITA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1500-ABRE-RELATORIO
                   IF WS-FS-IMP = 0
                       PERFORM 4000-IMPRIME-LISTAS
                       PERFORM 4800-RODAPE
                       CLOSE ARQ-IMP
                       PERFORM 8100-REGISTRA-CATALOGO
                   END-IF
                   PERFORM 8200-GRAVA-RESULTADO
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
           INITIALIZE WS-TAB-TOTAIS.

      * o quadro completo e obrigatorio: sem ele nao ha reconciliacao
           OPEN INPUT HRQUADRO.
           IF WS-FS-HRQUADRO NOT = 0
               DISPLAY 'SEM ARQUIVO HRQUADRO - RECONCILIACAO NAO FEITA'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-QUADRO-ABERTO
           END-IF.

           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-CADUSER-ABERTO
           END-IF.

      * arquivo HRRECIMP pela variavel DD_HRRECIMP estilo DD
       1500-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'HRRECON.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_HRRECIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS ' WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1510-CABECALHO-PAGINA
           END-IF.

       1510-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'RECONCILIACAO CADUSER X QUADRO DO RH   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 2 TO WS-LINHAS-PAGINA.

      * linha de detalhe: pagina nova quando a atual encheu
       2900-GRAVA-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
               PERFORM 1510-CABECALHO-PAGINA
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

      ******************************************************************
      * impressao: uma passada no HRRECWK por lista, na ordem em que o
      * SORT deixou os achados (por CPF)
      ******************************************************************
       4000-IMPRIME-LISTAS.
           PERFORM 4100-IMPRIME-LISTA
               VARYING WS-IX-LISTA FROM 1 BY 1
               UNTIL WS-IX-LISTA > 5.

       4100-IMPRIME-LISTA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-LISTA (WS-IX-LISTA) TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING WS-TITULO-LISTA (WS-IX-LISTA) ' - ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 4110-CABECALHO-LISTA.
           IF WS-TOT-LISTA (WS-IX-LISTA) = 0
               MOVE '   NENHUMA OCORRENCIA' TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           ELSE
               OPEN INPUT HRRECWK
               MOVE 'N' TO WS-EOF-ACHADO
               PERFORM 4200-LE-ACHADO UNTIL FIM-HRRECWK
               CLOSE HRRECWK
           END-IF.
           IF WS-IX-LISTA = 5 AND WS-TOT-LISTA (5) > 0
               MOVE '   COMPLETE O CPF PELA OPCAO <M> DO CDCLIE'
                 TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       4110-CABECALHO-LISTA.
           EVALUATE WS-IX-LISTA
               WHEN 2
                   MOVE '   CPF         DEPT NOME NO RH'
                     TO WS-LINHA-IMP
               WHEN 3
                   MOVE
           '   CPF         CODIGO CADUSER RH   NOME NO CADUSER'
                     TO WS-LINHA-IMP
               WHEN 4
                   MOVE
           '   CPF         CODIGO NOME NO CADUSER / NOME NO RH'
                     TO WS-LINHA-IMP
               WHEN OTHER
                   MOVE '   CPF         CODIGO DEPT B NOME NO CADUSER'
                     TO WS-LINHA-IMP
           END-EVALUATE.
           PERFORM 2900-GRAVA-LINHA.

       4200-LE-ACHADO.
           READ HRRECWK
               AT END
                   MOVE 'S' TO WS-EOF-ACHADO
               NOT AT END
                   IF AC-LISTA = WS-IX-LISTA
                       PERFORM 4300-LINHA-ACHADO
                   END-IF
           END-READ.

       4300-LINHA-ACHADO.
           MOVE SPACES TO WS-LINHA-IMP.
           EVALUATE AC-LISTA
               WHEN 2
                   STRING '   ' AC-CPF ' ' AC-RH-DEPTO ' ' AC-RH-NM
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WHEN 3
                   STRING '   ' AC-CPF ' ' AC-CD-USER ' ' AC-DEPTO
                       '    ' AC-RH-DEPTO ' ' AC-NM
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WHEN 4
                   STRING '   ' AC-CPF ' ' AC-CD-USER ' ' AC-NM
                       ' / ' AC-RH-NM
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WHEN OTHER
                   STRING '   ' AC-CPF ' ' AC-CD-USER ' ' AC-DEPTO ' '
                       AC-BLOQUEADA ' ' AC-NM
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-EVALUATE.
           PERFORM 2900-GRAVA-LINHA.

       4800-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-QUADRO TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'FUNCIONARIOS LIDOS NO QUADRO...: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-QUADRO-INVAL TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LINHAS DO QUADRO SEM CPF VALIDO: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-QUADRO-REPET TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CPF REPETIDO NO QUADRO.........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-CONTAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONTAS LIDAS NO CADUSER........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE WS-TOT-CONFEREM TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONTAS QUE CONFEREM COM O RH...: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 4810-TOTAL-LISTA
               VARYING WS-IX-LISTA FROM 1 BY 1
               UNTIL WS-IX-LISTA > 5.
           DISPLAY '============================================='.
           DISPLAY 'RECONCILIACAO COM O QUADRO DO RH CONCLUIDA'.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           MOVE WS-TOT-LISTA (1) TO WS-MSK-QTD.
           DISPLAY 'CONTAS ORFAS.......: ' WS-MSK-QTD.
           MOVE WS-TOT-LISTA (2) TO WS-MSK-QTD.
           DISPLAY 'SEM CONTA..........: ' WS-MSK-QTD.
           MOVE WS-TOT-LISTA (3) TO WS-MSK-QTD.
           DISPLAY 'DEPTO DIVERGENTE...: ' WS-MSK-QTD.
           MOVE WS-TOT-LISTA (4) TO WS-MSK-QTD.
           DISPLAY 'NOME DIVERGENTE....: ' WS-MSK-QTD.
           MOVE WS-TOT-LISTA (5) TO WS-MSK-QTD.
           DISPLAY 'CONTAS SEM CPF.....: ' WS-MSK-QTD.
           DISPLAY '============================================='.

       4810-TOTAL-LISTA.
           MOVE WS-TOT-LISTA (WS-IX-LISTA) TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'LISTA ' WS-TITULO-LISTA (WS-IX-LISTA) ': '
               WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

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
           MOVE 'HRRECON' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

      * contagens para o painel do CDSAUDE, que le a ultima linha
       8200-GRAVA-RESULTADO.
           OPEN EXTEND HRRECRES.
           IF WS-FS-HRRECRES = 35
               OPEN OUTPUT HRRECRES
               CLOSE HRRECRES
               OPEN EXTEND HRRECRES
           END-IF.
           MOVE WS-DT-EXEC       TO RS-DATA.
           MOVE WS-HR-EXEC       TO RS-HORA.
           MOVE WS-TOT-LISTA (1) TO RS-ORFAS.
           MOVE WS-TOT-LISTA (2) TO RS-SEM-CONTA.
           MOVE WS-TOT-LISTA (3) TO RS-DEPTO.
           MOVE WS-TOT-LISTA (4) TO RS-NOME.
           MOVE WS-TOT-LISTA (5) TO RS-SEM-CPF.
           MOVE WS-LINHA-RESULTADO TO REG-RESULTADO.
           WRITE REG-RESULTADO.
           CLOSE HRRECRES.

       9999-FINALIZAR.
           IF WS-QUADRO-ABERTO = 'S'
               CLOSE HRQUADRO
           END-IF.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
           END-IF.

      ******************************************************************
      * entrada do SORT: primeiro o quadro do RH; so com ao menos um
      * funcionario valido as contas do CADUSER entram na juncao
      ******************************************************************
       2000-SELECIONA SECTION.
           PERFORM 2010-LIBERA-QUADRO UNTIL FIM-HRQUADRO.
           IF WS-TOT-QUADRO > 0
               PERFORM 2030-LIBERA-CONTA UNTIL FIM-CADUSER
           END-IF.
           GO TO 2990-SELECIONA-EXIT.

       2010-LIBERA-QUADRO.
           READ HRQUADRO
               AT END
                   MOVE 'S' TO WS-EOF-QUADRO
               NOT AT END
                   IF REG-QUADRO (1:4) EQUAL 'CPF,' OR
                      REG-QUADRO = SPACES
                       CONTINUE
                   ELSE
                       PERFORM 2020-INTERPRETA-QUADRO
                   END-IF
           END-READ.

      * linha sem CPF valido nao tem com o que juntar: so conta
       2020-INTERPRETA-QUADRO.
           MOVE SPACES TO WS-CAMPOS-CSV.
           UNSTRING REG-QUADRO
               DELIMITED BY ','
               INTO WS-CSV-CPF
                    WS-CSV-NOME
                    WS-CSV-DEPTO
                    WS-CSV-SITUACAO
           END-UNSTRING.
           IF WS-CSV-CPF (1:11) IS NUMERIC AND
              WS-CSV-CPF (12:) = SPACES AND
              WS-CSV-CPF (1:11) NOT = ZEROS
               ADD 1 TO WS-TOT-QUADRO
               MOVE WS-CSV-CPF (1:11)  TO SR-CPF
               MOVE 'H'                TO SR-ORIGEM
               MOVE ZEROS              TO SR-CD-USER
               MOVE WS-CSV-NOME        TO SR-NM
               MOVE WS-CSV-DEPTO (1:4) TO SR-DEPTO
               MOVE FUNCTION UPPER-CASE (WS-CSV-SITUACAO (1:1))
                 TO SR-SITUACAO
               RELEASE REG-SORT
           ELSE
               ADD 1 TO WS-TOT-QUADRO-INVAL
               DISPLAY 'LINHA DO HRQUADRO SEM CPF VALIDO: '
                   FUNCTION TRIM (WS-CSV-NOME)
           END-IF.

      * conta sem CPF vai direto para a lista 5; as demais entram na
      * juncao com a situacao B (bloqueada) ou A (ativa)
       2030-LIBERA-CONTA.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   ADD 1 TO WS-TOT-CONTAS
                   IF FD-CPF IS NOT NUMERIC OR FD-CPF = ZEROS
                       PERFORM 2040-ACHADO-SEM-CPF
                   ELSE
                       MOVE FD-CPF        TO SR-CPF
                       MOVE 'U'           TO SR-ORIGEM
                       MOVE FD-CD-USER    TO SR-CD-USER
                       MOVE FD-NM         TO SR-NM
                       MOVE FD-DEPTO      TO SR-DEPTO
                       IF CONTA-BLOQUEADA
                           MOVE 'B' TO SR-SITUACAO
                       ELSE
                           MOVE 'A' TO SR-SITUACAO
                       END-IF
                       RELEASE REG-SORT
                   END-IF
           END-READ.

       2040-ACHADO-SEM-CPF.
           MOVE 5            TO AC-LISTA.
           MOVE ZEROS        TO AC-CPF.
           MOVE FD-CD-USER   TO AC-CD-USER.
           MOVE FD-NM        TO AC-NM.
           MOVE FD-DEPTO     TO AC-DEPTO.
           MOVE SPACES       TO AC-RH-NM AC-RH-DEPTO.
           MOVE FD-BLOQUEADO TO AC-BLOQUEADA.
           PERFORM 3900-GRAVA-ACHADO.

       2990-SELECIONA-EXIT.
           EXIT.

      ******************************************************************
      * saida do SORT: quebra por CPF juntando o funcionario do RH
      * (quando ha) com as contas do mesmo CPF
      ******************************************************************
       3000-JUNTA SECTION.
           OPEN OUTPUT HRRECWK.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 3100-PROXIMO-REGISTRO.
           PERFORM 3200-PROCESSA-GRUPO UNTIL FIM-SORT.
           CLOSE HRRECWK.
           GO TO 3990-JUNTA-EXIT.

       3100-PROXIMO-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
           END-RETURN.

       3200-PROCESSA-GRUPO.
           MOVE SR-CPF TO WS-CPF-ATUAL.
           MOVE 'N'    TO WS-GRUPO-TEM-RH.
           MOVE 'N'    TO WS-GRUPO-NO-QUADRO.
           MOVE ZEROS  TO WS-GRUPO-CONTAS.
           MOVE SPACES TO WS-RH-NM WS-RH-DEPTO.
           PERFORM 3300-TRATA-REGISTRO
               UNTIL FIM-SORT OR SR-CPF NOT = WS-CPF-ATUAL.
           IF WS-GRUPO-NO-QUADRO = 'S' AND WS-GRUPO-CONTAS = 0
               MOVE 2            TO AC-LISTA
               MOVE WS-CPF-ATUAL TO AC-CPF
               MOVE ZEROS        TO AC-CD-USER
               MOVE SPACES       TO AC-NM AC-DEPTO AC-BLOQUEADA
               MOVE WS-RH-NM     TO AC-RH-NM
               MOVE WS-RH-DEPTO  TO AC-RH-DEPTO
               PERFORM 3900-GRAVA-ACHADO
           END-IF.

      * o RH vem primeiro no CPF; CPF repetido no quadro vale a
      * primeira linha
       3300-TRATA-REGISTRO.
           IF SR-ORIGEM = 'H'
               IF WS-GRUPO-TEM-RH = 'S'
                   ADD 1 TO WS-TOT-QUADRO-REPET
               ELSE
                   MOVE 'S'      TO WS-GRUPO-TEM-RH
                   MOVE SR-NM    TO WS-RH-NM
                   MOVE SR-DEPTO TO WS-RH-DEPTO
                   IF SR-SITUACAO NOT = 'D'
                       MOVE 'S' TO WS-GRUPO-NO-QUADRO
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-GRUPO-CONTAS
               PERFORM 3400-CONFERE-CONTA
           END-IF.
           PERFORM 3100-PROXIMO-REGISTRO.

      * conta bloqueada sem funcionario ja esta fechada e nao e orfa;
      * com funcionario, departamento e nome sao conferidos
       3400-CONFERE-CONTA.
           MOVE WS-CPF-ATUAL     TO AC-CPF.
           MOVE SR-CD-USER       TO AC-CD-USER.
           MOVE SR-NM            TO AC-NM.
           MOVE SR-DEPTO         TO AC-DEPTO.
           MOVE WS-RH-NM         TO AC-RH-NM.
           MOVE WS-RH-DEPTO      TO AC-RH-DEPTO.
           IF SR-SITUACAO = 'B'
               MOVE 'S' TO AC-BLOQUEADA
           ELSE
               MOVE 'N' TO AC-BLOQUEADA
           END-IF.
           IF WS-GRUPO-NO-QUADRO NOT = 'S'
               IF SR-SITUACAO = 'A'
                   MOVE 1 TO AC-LISTA
                   PERFORM 3900-GRAVA-ACHADO
               END-IF
           ELSE
               MOVE 'S' TO WS-GRUPO-CONFERE
               IF SR-DEPTO NOT = WS-RH-DEPTO
                   MOVE 'N' TO WS-GRUPO-CONFERE
                   MOVE 3 TO AC-LISTA
                   PERFORM 3900-GRAVA-ACHADO
               END-IF
               MOVE WS-RH-NM TO WS-NOME-ENTRADA
               CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL-RH
               MOVE SR-NM TO WS-NOME-ENTRADA
               CALL 'CDNORNOM' USING WS-NOME-ENTRADA
                   WS-NOME-NORMAL-CAD
               IF WS-NOME-NORMAL-RH NOT = WS-NOME-NORMAL-CAD
                   MOVE 'N' TO WS-GRUPO-CONFERE
                   MOVE 4 TO AC-LISTA
                   PERFORM 3900-GRAVA-ACHADO
               END-IF
               IF WS-GRUPO-CONFERE = 'S'
                   ADD 1 TO WS-TOT-CONFEREM
               END-IF
           END-IF.

       3900-GRAVA-ACHADO.
           ADD 1 TO WS-TOT-LISTA (AC-LISTA).
           WRITE REG-ACHADO.

       3990-JUNTA-EXIT.
           EXIT.

       END PROGRAM CDHRRECON.
