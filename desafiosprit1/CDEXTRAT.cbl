      *           FILTRO-BLOQUEADO (S/N), FILTRO-DOMINIO,
      *           FILTRO-ACESSO-DE/ATE e FILTRO-SENHA-DE/ATE
      *           (AAAAMMDD), e
      *           COLUNAS=CODIGO,NOME,EMAIL,TELEFONE,TIPOFONE,CPF,UF,
      *           CIDADE,PERFIL,DEPTO,DTACESSO,DTSENHA,BLOQUEADO
      *         e grava no EXTSAIDA um CSV so com as colunas pedidas e
      *         so com os registros que passaram em todos os filtros,
      *         fechando com o resumo de contagens.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - operador identificado pelo CDLOGON sem perfil
      *                     de administrador so extrai usuarios do
      *                     proprio departamento e dos concedidos no
      *                     CADVISDP (CDVISDEP); os deixados de fora
      *                     aparecem no resumo e numa linha da acao '4'
      *                     no CADAUD. No lote, sem logon, nada muda.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - titular sem consentimento de uso estatistico
      *                     (CDCNSCHK, finalidade E) sai com NOME,
      *                     EMAIL, TELEFONE e CPF em branco; resumo
      *                     conta os mascarados.
      *   15/10/2026 CAN - coluna TELEFONE sai com os 13 digitos do
      *                     layout novo (prefixo de 5) e a nova coluna
      *                     TIPOFONE traz o tipo C celular / F fixo,
      *                     mascarada como as demais colunas pessoais.
      *   15/10/2026 CAN - codigo do usuario com 8 digitos; cabecalho
      *                     ganha a celula final LAYOUT=02 anunciando a
      *                     versao do layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEXTRAT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SAIDA.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD EXTPARM.
       FD EXTSAIDA.
       01 REG-SAIDA                       PIC X(300).

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-PARM                     PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-SAIDA                    PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-PARM                    PIC X VALUE 'N'.
        88 FIM-EXTPARM                   VALUE 'S'.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
       01 WS-LINHA-CSV                   PIC X(300).
       77 WS-PONTEIRO                    PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-COLUNA                PIC X(100) VALUE SPACES.
       77 WS-NOME-COLUNA                 PIC X(10) VALUE SPACES.
        88 COLUNA-PESSOAL                VALUE 'NOME' 'EMAIL'
                                               'TELEFONE' 'TIPOFONE'
                                               'CPF'.

      * uso estatistico (finalidade E do CADCONS): sem consentimento
      * a linha sai com as colunas pessoais em branco
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE 'E'.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.
        88 CONSENTIU-ESTATISTICA         VALUE 'S'.
       77 WS-TOT-MASCARADOS              PIC 9(06) VALUE ZEROS.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXTRAIDOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-OCULTOS                 PIC 9(06) VALUE ZEROS.

      * operador publicado pelo CDLOGON; rodando no lote, sem logon,
      * a extracao continua com acesso pleno
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DEPTO                  PIC X(04) VALUE SPACES.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.
       77 WS-ESCOPO-RESTRITO             PIC X VALUE 'N'.
       77 WS-ESCOPO-RETORNO              PIC X(01) VALUE 'S'.
        88 ESCOPO-VISIVEL                VALUE 'S'.

           COPY MASCARAS.

           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.
           PERFORM 1050-IDENTIFICA-OPERADOR.

           OPEN INPUT EXTPARM.
           IF WS-FS-PARM NOT = 0
               END-IF
           END-IF.

      * operador sem perfil de administrador so extrai usuarios do
      * proprio departamento e dos concedidos no CADVISDP
       1050-IDENTIFICA-OPERADOR.
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           ACCEPT WS-OPER-DEPTO FROM ENVIRONMENT "OPERADOR_DEPTO".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.
           IF WS-OPER-CODIGO NOT = ZEROS AND WS-OPER-PERFIL NOT = 'A'
               MOVE 'S' TO WS-ESCOPO-RESTRITO
           END-IF.

       1100-LE-PARAMETRO.
           READ EXTPARM
               AT END
           PERFORM 1410-CABECALHO-COLUNA
               VARYING WS-IX-COL FROM 1 BY 1
               UNTIL WS-IX-COL > WS-QTD-COLUNAS.
      * ultima celula anuncia a versao do layout (02: codigo com 8
      * digitos)
           STRING ',LAYOUT=02' DELIMITED BY SIZE
               INTO WS-LINHA-CSV
               WITH POINTER WS-PONTEIRO
           END-STRING.
           MOVE WS-LINHA-CSV TO REG-SAIDA.
           WRITE REG-SAIDA.

                   MOVE 'N' TO WS-REG-SELECIONADO
               END-IF
           END-IF.
           IF WS-REG-SELECIONADO = 'S' AND WS-ESCOPO-RESTRITO = 'S'
               CALL 'CDVISDEP' USING WS-OPER-CODIGO WS-OPER-PERFIL
                   WS-OPER-DEPTO FD-DEPTO WS-ESCOPO-RETORNO
               IF NOT ESCOPO-VISIVEL
                   MOVE 'N' TO WS-REG-SELECIONADO
                   ADD 1 TO WS-TOT-OCULTOS
               END-IF
           END-IF.

       2200-GRAVA-LINHA.
           CALL 'CDCNSCHK' USING FD-CD-USER WS-CNS-FINALIDADE
               WS-CNS-RETORNO.
           IF NOT CONSENTIU-ESTATISTICA
               ADD 1 TO WS-TOT-MASCARADOS
           END-IF.
           MOVE SPACES TO WS-LINHA-CSV.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM 2300-ANEXA-COLUNA
                   MOVE FD-EMAIL TO WS-VALOR-COLUNA
               WHEN 'TELEFONE'
                   MOVE FD-PHONE TO WS-VALOR-COLUNA
               WHEN 'TIPOFONE'
                   MOVE FD-PHONE-TIPO TO WS-VALOR-COLUNA
               WHEN 'CPF'
                   MOVE FD-CPF TO WS-VALOR-COLUNA
               WHEN 'UF'
               WHEN OTHER
                   MOVE '?' TO WS-VALOR-COLUNA
           END-EVALUATE.
           MOVE FUNCTION TRIM (WS-COLUNA (WS-IX-COL)) TO WS-NOME-COLUNA.
           IF COLUNA-PESSOAL AND NOT CONSENTIU-ESTATISTICA
               MOVE SPACES TO WS-VALOR-COLUNA
           END-IF.
           IF WS-IX-COL > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-LINHA-CSV
           DISPLAY 'REGISTROS LIDOS....: ' WS-MSK-QTD.
           MOVE WS-TOT-EXTRAIDOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS EXTRAIDOS: ' WS-MSK-QTD.
           IF WS-ESCOPO-RESTRITO = 'S'
               MOVE WS-TOT-OCULTOS TO WS-MSK-QTD
               DISPLAY 'FORA DO SEU ESCOPO.: ' WS-MSK-QTD
           END-IF.
           MOVE WS-TOT-MASCARADOS TO WS-MSK-QTD.
           DISPLAY 'SEM CONSENTIMENTO..: ' WS-MSK-QTD.
           DISPLAY 'SAIDA GRAVADA EM EXTSAIDA'.
           DISPLAY '============================================='.
           IF WS-TOT-OCULTOS > ZEROS
               PERFORM 3100-REGISTRA-FORA-ESCOPO
           END-IF.

      * acesso negado fora do escopo (acao '4'): uma linha por
      * extracao com a quantidade de registros deixados de fora
       3100-REGISTRA-FORA-ESCOPO.
           OPEN EXTEND CADAUD.
           IF WS-FS-CADAUD = 35
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE ZEROS             TO AU-CD-USER.
           MOVE '4'               TO AU-ACAO.
           MOVE 'ACESSO NEGADO FORA DO ESCOPO - EXTRATOR CDEXTRAT'
             TO AU-NM.
           MOVE SPACES            TO AU-EMAIL.
           STRING 'OPERADOR DEPTO ' WS-OPER-DEPTO
               ' - REGISTROS OCULTOS ' WS-TOT-OCULTOS
               DELIMITED BY SIZE INTO AU-EMAIL.
           MOVE WS-OPER-CODIGO    TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE CADAUD.

       9999-FINALIZAR.
           IF WS-FS-CADUSER = 0 OR WS-FS-CADUSER = 10
