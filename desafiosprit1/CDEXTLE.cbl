      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:LEITURA DO EXTRATO NOTURNO DO CADUSER - subprograma
      *         chamado pelos relatorios somente leitura do lote para
      *         ler o extrato gravado pelo CDEXTUSR (layout REGEXTUS)
      *         no lugar do CADUSER. Funcoes:
      *           A - abre o extrato na ordem pedida (C codigo,
      *               N nome do diretorio);
      *           L - devolve o proximo usuario na area do chamador,
      *               no layout do REGUSER;
      *           F - fecha o extrato.
      *         Retorno: S aberto / usuario devolvido; X fim do
      *         extrato; N sem extrato publicado nesta rodada
      *         (CADUSER_EXTRATO diferente de S); E extrato com
      *         cabecalho, ordem ou trailer que nao conferem. Na
      *         abertura o extrato inteiro e conferido contra o trailer
      *         (quantidade e soma dos codigos) antes de entregar o
      *         primeiro registro: com N ou E o chamador le o CADUSER
      *         como sempre leu, e um extrato truncado nunca vira
      *         relatorio pela metade.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEXTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXTRATO ASSIGN TO
           CEL-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CEL-FS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EXTRATO.
       01 REG-EXTRATO                     PIC X(700).

       WORKING-STORAGE SECTION.
       77 CEL-ARQUIVO                    PIC X(20) VALUE SPACES.
       77 CEL-FS-EXTRATO                 PIC 99.
       77 CEL-PUBLICADO                  PIC X(01) VALUE SPACE.
       77 CEL-ABERTO                     PIC X(01) VALUE 'N'.
       77 CEL-FIM                        PIC X(01) VALUE 'N'.
       77 CEL-VALIDO                     PIC X(01) VALUE 'N'.
       77 CEL-QTD-LIDA                   PIC 9(08) VALUE ZEROS.
       77 CEL-HASH-LIDO                  PIC 9(15) VALUE ZEROS.

      * codigo do usuario no inicio da imagem do REGUSER
       01 CEL-DETALHE.
           03 CEL-DET-CODIGO             PIC 9(08).
           03 FILLER                     PIC X(586).

           COPY REGEXTUS.

       LINKAGE SECTION.
       01 CEL-FUNCAO                     PIC X(01).
       01 CEL-ORDEM                      PIC X(01).
       01 CEL-RETORNO                    PIC X(01).
       01 CEL-USUARIO                    PIC X(594).

       PROCEDURE DIVISION USING CEL-FUNCAO CEL-ORDEM CEL-RETORNO
           CEL-USUARIO.

       0000-PRINCIPAL.
           EVALUATE CEL-FUNCAO
               WHEN 'A'
                   PERFORM 1000-ABRE
               WHEN 'L'
                   PERFORM 2000-LE
               WHEN 'F'
                   PERFORM 3000-FECHA
                   MOVE 'S' TO CEL-RETORNO
               WHEN OTHER
                   MOVE 'E' TO CEL-RETORNO
           END-EVALUATE.
           GOBACK.

      * conferido o arquivo inteiro, ele e reaberto e o cabecalho
      * pulado, deixando o primeiro usuario para a funcao L
       1000-ABRE.
           PERFORM 3000-FECHA.
           MOVE SPACE TO CEL-PUBLICADO.
           ACCEPT CEL-PUBLICADO FROM ENVIRONMENT "CADUSER_EXTRATO".
           IF CEL-PUBLICADO NOT = 'S'
               MOVE 'N' TO CEL-RETORNO
           ELSE
               IF CEL-ORDEM = 'N'
                   MOVE 'CADUSERNOM' TO CEL-ARQUIVO
               ELSE
                   MOVE 'CADUSEREXT' TO CEL-ARQUIVO
               END-IF
               PERFORM 1100-CONFERE-EXTRATO
               IF CEL-VALIDO = 'S'
                   OPEN INPUT ARQ-EXTRATO
                   READ ARQ-EXTRATO INTO REG-EXTRATO-USUARIO
                   MOVE 'S' TO CEL-ABERTO
                   MOVE 'N' TO CEL-FIM
                   MOVE 'S' TO CEL-RETORNO
                   DISPLAY 'LENDO O EXTRATO '
                       FUNCTION TRIM (CEL-ARQUIVO) ' DE ' EU-DATA
                       ' ' EU-HORA ' - ' EU-QTD ' USUARIOS'
               ELSE
                   DISPLAY 'EXTRATO ' FUNCTION TRIM (CEL-ARQUIVO)
                       ' NAO CONFERE - LENDO O CADUSER'
                   MOVE 'E' TO CEL-RETORNO
               END-IF
           END-IF.

      * cabecalho da ordem pedida, detalhes somando com o trailer e o
      * trailer como ultimo registro
       1100-CONFERE-EXTRATO.
           MOVE 'N' TO CEL-VALIDO.
           MOVE ZEROS TO CEL-QTD-LIDA CEL-HASH-LIDO.
           OPEN INPUT ARQ-EXTRATO.
           IF CEL-FS-EXTRATO = 0
               READ ARQ-EXTRATO INTO REG-EXTRATO-USUARIO
               IF CEL-FS-EXTRATO = 0 AND EXTRATO-CABECALHO
                   AND EU-ORDEM = CEL-ORDEM
                   MOVE 'N' TO CEL-FIM
                   PERFORM 1110-CONFERE-REGISTRO
                       UNTIL CEL-FIM = 'S'
               END-IF
               CLOSE ARQ-EXTRATO
           END-IF.

       1110-CONFERE-REGISTRO.
           READ ARQ-EXTRATO INTO REG-EXTRATO-USUARIO
               AT END
                   MOVE 'S' TO CEL-FIM
               NOT AT END
                   EVALUATE TRUE
                       WHEN EXTRATO-DETALHE
                           MOVE EU-USUARIO TO CEL-DETALHE
                           ADD 1 TO CEL-QTD-LIDA
                           ADD CEL-DET-CODIGO TO CEL-HASH-LIDO
                       WHEN EXTRATO-TRAILER
                           IF EU-QTD = CEL-QTD-LIDA
                               AND EU-HASH = CEL-HASH-LIDO
                               MOVE 'S' TO CEL-VALIDO
                           END-IF
                           MOVE 'S' TO CEL-FIM
                       WHEN OTHER
                           MOVE 'S' TO CEL-FIM
                   END-EVALUATE
           END-READ.

       2000-LE.
           IF CEL-ABERTO NOT = 'S' OR CEL-FIM = 'S'
               MOVE 'X' TO CEL-RETORNO
           ELSE
               READ ARQ-EXTRATO INTO REG-EXTRATO-USUARIO
                   AT END
                       MOVE 'S' TO CEL-FIM
                       MOVE 'X' TO CEL-RETORNO
                   NOT AT END
                       IF EXTRATO-DETALHE
                           MOVE EU-USUARIO TO CEL-USUARIO
                           MOVE 'S' TO CEL-RETORNO
                       ELSE
                           MOVE 'S' TO CEL-FIM
                           MOVE 'X' TO CEL-RETORNO
                       END-IF
               END-READ
           END-IF.

       3000-FECHA.
           IF CEL-ABERTO = 'S'
               CLOSE ARQ-EXTRATO
               MOVE 'N' TO CEL-ABERTO
           END-IF.

       END PROGRAM CDEXTLE.
