      *   02/09/2026 CAN - a listagem produzida e registrada no
      *                     catalogo RELCATAL (tipo RELUSR) para o
      *                     CDRELCAT localizar e expurgar.
      *   15/10/2026 CAN - operador identificado pelo CDLOGON sem perfil
      *                     de administrador so ve no diretorio usuarios
      *                     do proprio departamento e dos concedidos no
      *                     CADVISDP (CDVISDEP); os ocultos vao para a
      *                     pagina de totais e numa linha da acao '4' no
      *                     CADAUD. No lote, sem logon, nada muda.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - relatorio imprime o nome social quando
      *                     houver.
      *   15/10/2026 CAN - tipo do telefone (C/F) ao lado do numero.
      *   15/10/2026 CAN - diretorio classificado pelo nome impresso
      *                     (social quando houver) na forma de pesquisa
      *                     do CDNORNOM, sem acento nem maiusculas
      *                     alterarem a ordem alfabetica.
      *   15/10/2026 CAN - SR-REGISTRO ampliado para 592 pelos campos de
      *                     devolucao de email do REGUSER.
      *   15/10/2026 CAN - codigo de usuario com 8 digitos: registro de
      *                     classificacao de 594 posicoes e digito
      *                     verificador com pesos 9 a 2.
      *   15/10/2026 CAN - com o extrato da rodada do CDEXTUSR
      *                     publicado, le o CADUSERNOM pelo CDEXTLE, ja
      *                     na ordem do diretorio, sem a classificacao;
      *                     sem ele le o CADUSER e classifica como
      *                     antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRELUSR.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT ARQ-SORT ASSIGN TO
           "SORTWK".

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

      * registro inteiro do CADUSER precedido da forma de pesquisa
      * (CDNORNOM) do nome impresso, que da a ordem alfabetica sem
      * acento nem maiusculas interferirem
       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-NOME-NORM               PIC X(100).
           03 SR-CODIGO                  PIC 9(08).
           03 SR-REGISTRO                PIC X(594).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.

      * extrato noturno do CADUSER (CDEXTUSR) lido pelo CDEXTLE; sem
      * extrato publicado na rodada o CADUSER e lido direto
       77 WS-EXT-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-EXT-ORDEM                   PIC X(01) VALUE 'N'.
       77 WS-EXT-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-EXT-RC                      PIC S9(04) COMP VALUE ZEROS.
       77 WS-USA-EXTRATO                 PIC X(01) VALUE 'N'.
        88 USA-EXTRATO                   VALUE 'S'.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.
       77 WS-TOT-REGISTROS                PIC 9(06) VALUE ZEROS.
       77 WS-FS-IMP                       PIC 99 VALUE 99.
       77 WS-DT-EXEC                      PIC 9(08).

       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-TOT-OCULTOS                 PIC 9(06) VALUE ZEROS.

      * operador publicado pelo CDLOGON; rodando no lote, sem logon,
      * o diretorio continua completo
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DEPTO                  PIC X(04) VALUE SPACES.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.
       77 WS-ESCOPO-RESTRITO             PIC X VALUE 'N'.
       77 WS-ESCOPO-RETORNO              PIC X(01) VALUE 'S'.
        88 ESCOPO-VISIVEL                VALUE 'S'.

      * a linha do catalogo de relatorios e montada aqui porque
      * VALUE de FILLER nao vale em registro de FD
           03 RK-SITUACAO                PIC X(01).

       01 WS-DV-TRABALHO.
           03 WS-DV-CODIGO               PIC 9(08).
           03 WS-DV-TAB REDEFINES WS-DV-CODIGO.
               05 WS-DV-DIG OCCURS 8 TIMES
                                         PIC 9(01).
       77 WS-DV-SOMA                     PIC 9(04) COMP.
       77 WS-DV-RESTO                    PIC 9(02) COMP.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CABECALHO.
           IF NOT FIM-CADUSER
               IF USA-EXTRATO
                   PERFORM 2400-LISTA-EXTRATO UNTIL FIM-CADUSER
               ELSE
                   SORT ARQ-SORT
                       ON ASCENDING KEY SR-NOME-NORM
                       ON ASCENDING KEY SR-CODIGO
                       INPUT PROCEDURE IS 2500-SELECIONA
                       OUTPUT PROCEDURE IS 3000-LISTA-ORDENADA
               END-IF
           END-IF.
           PERFORM 4000-RODAPE.
           PERFORM 9999-FINALIZAR.
           GOBACK.

           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           PERFORM 1050-IDENTIFICA-OPERADOR.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo RELUSRIMP pela variavel DD_RELUSRIMP estilo DD
           DISPLAY 'DD_RELUSRIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.

           PERFORM 1900-ABRE-EXTRATO.
           IF NOT USA-EXTRATO
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ENCONTRADO - SEM RELATORIO'
               MOVE 'S' TO WS-EOF-USER
               OPEN OUTPUT ARQ-IMP
           END-IF.

      * o extrato da rodada, publicado e conferido, substitui a
      * leitura do CADUSER; ja na ordem do diretorio (CADUSERNOM),
      * dispensa a classificacao
       1900-ABRE-EXTRATO.
           MOVE 'A' TO WS-EXT-FUNCAO.
           PERFORM 1920-CHAMA-EXTRATO.
           IF WS-EXT-RETORNO = 'S'
               MOVE 'S' TO WS-USA-EXTRATO
               MOVE ZEROS TO WS-FS-CADUSER
           END-IF.

       1910-LE-USUARIO.
           IF USA-EXTRATO
               MOVE 'L' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
               IF WS-EXT-RETORNO NOT = 'S'
                   MOVE 'S' TO WS-EOF-USER
               END-IF
           ELSE
               READ CADUSER NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-USER
               END-READ
           END-IF.

      * o CALL zeraria o RETURN-CODE ja montado pelo passo
       1920-CHAMA-EXTRATO.
           MOVE RETURN-CODE TO WS-EXT-RC.
           CALL 'CDEXTLE' USING WS-EXT-FUNCAO WS-EXT-ORDEM
               WS-EXT-RETORNO REG-USER.
           MOVE WS-EXT-RC TO RETURN-CODE.

      * operador sem perfil de administrador so lista usuarios do
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

       2000-CABECALHO.
           IF NOT FIM-CADUSER
               PERFORM 2100-CABECALHO-PAGINA
           PERFORM 2900-GRAVA-LINHA.
           MOVE 4 TO WS-LINHAS-PAGINA.

      * extrato ja na ordem do diretorio: so o escopo do operador e
      * aplicado, como na selecao para a classificacao
       2400-LISTA-EXTRATO.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               MOVE 'S' TO WS-ESCOPO-RETORNO
               IF WS-ESCOPO-RESTRITO = 'S'
                   CALL 'CDVISDEP' USING WS-OPER-CODIGO
                       WS-OPER-PERFIL WS-OPER-DEPTO FD-DEPTO
                       WS-ESCOPO-RETORNO
               END-IF
               IF ESCOPO-VISIVEL
                   PERFORM 3050-IMPRIME-REGISTRO
               ELSE
                   ADD 1 TO WS-TOT-OCULTOS
               END-IF
           END-IF.

       2900-GRAVA-LINHA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

      * so o que o operador pode ver entra na classificacao
       2500-SELECIONA SECTION.
           PERFORM 2510-LIBERA-REGISTRO UNTIL FIM-CADUSER.
           GO TO 2590-SELECIONA-EXIT.

       2510-LIBERA-REGISTRO.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-USER
               NOT AT END
                   MOVE 'S' TO WS-ESCOPO-RETORNO
                   IF WS-ESCOPO-RESTRITO = 'S'
                       CALL 'CDVISDEP' USING WS-OPER-CODIGO
                           WS-OPER-PERFIL WS-OPER-DEPTO FD-DEPTO
                           WS-ESCOPO-RETORNO
                   END-IF
                   IF ESCOPO-VISIVEL
                       IF FD-NM-SOCIAL = SPACES
                           CALL 'CDNORNOM' USING FD-NM SR-NOME-NORM
                       ELSE
                           CALL 'CDNORNOM' USING FD-NM-SOCIAL
                               SR-NOME-NORM
                       END-IF
                       MOVE FD-CD-USER TO SR-CODIGO
                       MOVE REG-USER   TO SR-REGISTRO
                       RELEASE REG-SORT
                   ELSE
                       ADD 1 TO WS-TOT-OCULTOS
                   END-IF
           END-READ.

       2590-SELECIONA-EXIT.
           EXIT.

       3000-LISTA-ORDENADA SECTION.
           PERFORM 3010-LISTA-REGISTROS UNTIL FIM-SORT.
           GO TO 3900-LISTA-EXIT.

       3010-LISTA-REGISTROS.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-EOF-SORT
               NOT AT END
                   MOVE SR-REGISTRO TO REG-USER
                   PERFORM 3050-IMPRIME-REGISTRO
           END-RETURN.

       3050-IMPRIME-REGISTRO.
           ADD 1 TO WS-TOT-REGISTROS.
           PERFORM 3100-CALCULA-DV.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.
           PERFORM 3200-DETALHE.

       3200-DETALHE.
           MOVE SPACES TO WS-LINHA-IMP.
           IF FD-NM-SOCIAL = SPACES
               STRING FD-CD-USER '-' WS-CD-DV ' '
                   FUNCTION TRIM (FD-NM)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING FD-CD-USER '-' WS-CD-DV ' '
                   FUNCTION TRIM (FD-NM-SOCIAL)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '          ' FUNCTION TRIM (FD-EMAIL)
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '          +' FD-PHONE-PAIS ' (' FD-PHONE-DDD
               ') ' FD-PHONE-PREFIXO '-' FD-PHONE-SUFIXO
               ' ' FD-PHONE-TIPO
               '  CPF ' FD-CPF '  DEPTO ' FD-DEPTO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * mesmo modulo 11 com pesos 9 a 2 usado pelo CDCLIE
       3100-CALCULA-DV.
           MOVE FD-CD-USER TO WS-DV-CODIGO.
           MOVE 0 TO WS-DV-SOMA.
           PERFORM 3110-SOMA-PESO
               VARYING WS-IX-DV FROM 1 BY 1
               UNTIL WS-IX-DV > 8.
           COMPUTE WS-DV-RESTO =
               FUNCTION MOD (WS-DV-SOMA, 11).
           IF WS-DV-RESTO < 2

       3110-SOMA-PESO.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA +
               WS-DV-DIG (WS-IX-DV) * (10 - WS-IX-DV).

       3900-LISTA-EXIT.
           EXIT.

      * pagina final de totais do relatorio
       4000-RODAPE.
               STRING 'TOTAL DE USUARIOS CADASTRADOS: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               IF WS-ESCOPO-RESTRITO = 'S'
                   MOVE SPACES TO WS-LINHA-IMP
                   MOVE WS-TOT-OCULTOS TO WS-MSK-QTD
                   STRING 'FORA DO ESCOPO DO OPERADOR...: ' WS-MSK-QTD
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
                   PERFORM 2900-GRAVA-LINHA
               END-IF
               MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               CLOSE ARQ-IMP
               DISPLAY 'RELATORIO GRAVADO EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.
           IF WS-TOT-OCULTOS > ZEROS
               PERFORM 4200-REGISTRA-FORA-ESCOPO
           END-IF.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

      * acesso negado fora do escopo (acao '4'): uma linha por
      * relatorio com a quantidade de registros deixados de fora
       4200-REGISTRA-FORA-ESCOPO.
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
           MOVE 'ACESSO NEGADO FORA DO ESCOPO - DIRETORIO CDRELUSR'
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

       9900-FECHA-CADUSER.
           IF USA-EXTRATO
               MOVE 'F' TO WS-EXT-FUNCAO
               PERFORM 1920-CHAMA-EXTRATO
           ELSE
               CLOSE CADUSER
           END-IF.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               PERFORM 9900-FECHA-CADUSER
           END-IF.

       END PROGRAM CDRELUSR.
