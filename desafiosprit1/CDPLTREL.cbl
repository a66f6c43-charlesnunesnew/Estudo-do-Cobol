      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:INCIDENTES DO PLANTAO NO MES - lista os incidentes do
      *         cadastro CADINCID (layout REGINCID) abertos na
      *         competencia, na ordem do numero: abertura, origem e
      *         referencia, primario e reserva da escala, se foi
      *         escalado, quem assumiu (nome pelo CADUSER) e o tempo de
      *         resposta em minutos; os ainda pendentes saem marcados.
      *         Fecha com os totais (abertos, reconhecidos, escalados,
      *         pendentes, tempo medio e maior tempo de resposta) e um
      *         quadro por plantonista que assumiu. A competencia vem
      *         de PLTREL_COMPET (AAAAMM) ou do mes da data do sistema,
      *         como no CDJOBMES. Passo mensal do CDBATCH, roda tambem
      *         avulso. Sai no PLTRELIMP (nome fisico
      *         PLTREL.AAAAMMDD via DD_PLTRELIMP), catalogado no
      *         RELCATAL com o tipo PLTREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPLTREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINCID ASSIGN TO
           "CADINCID"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-NUMERO
           FILE STATUS IS WS-FS-CADINCID.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT ARQ-IMP ASSIGN TO
           "PLTRELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADINCID.
           COPY REGINCID.

       FD CADUSER.
           COPY REGUSER.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADINCID                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADINCID-ABERTO             PIC X VALUE 'N'.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-EOF-INCID                   PIC X VALUE 'N'.
        88 FIM-CADINCID                  VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-COMPETENCIA                 PIC X(06) VALUE SPACES.
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

       77 WS-NM-RESP                     PIC X(20) VALUE SPACES.
       77 WS-DESC-SITUACAO               PIC X(10) VALUE SPACES.
       77 WS-MSK-MINUTOS                 PIC ZZ,ZZ9.
       77 WS-TXT-MINUTOS                 PIC X(06) VALUE SPACES.
       77 WS-TXT-ESCALA                  PIC X(14) VALUE SPACES.

       77 WS-TOT-INCIDENTES              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RECONHECIDOS            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ESCALADOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PENDENTES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-MINUTOS                 PIC 9(09) VALUE ZEROS.
       77 WS-MAIOR-MINUTOS               PIC 9(05) VALUE ZEROS.
       77 WS-MEDIA-MINUTOS               PIC 9(05) VALUE ZEROS.
       77 WS-MSK-TOTAL                   PIC ZZ,ZZZ,ZZ9.

      * quadro por plantonista que assumiu
       01 WS-TAB-RESPONSAVEIS.
           03 WS-RS-ITEM OCCURS 50 TIMES.
               05 WS-RS-CODIGO           PIC 9(08).
               05 WS-RS-QTD              PIC 9(05).
               05 WS-RS-MINUTOS          PIC 9(09).
               05 WS-RS-ESCALADOS        PIC 9(05).
       77 WS-QTD-RESP                    PIC 9(02) VALUE ZEROS.
       77 WS-IX-RESP                     PIC 9(02) VALUE ZEROS.
       77 WS-RESP-ACHADO                 PIC 9(02) VALUE ZEROS.
       77 WS-RESP-FORA                   PIC 9(05) VALUE ZEROS.
       01 WS-QTDS-RESP.
           03 WS-MSK-RS-QTD              PIC ZZ,ZZ9.
           03 WS-MSK-RS-ESC              PIC ZZ,ZZ9.
           03 WS-MSK-RS-MEDIA            PIC ZZ,ZZ9.

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

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 1500-ABRE-RELATORIO.
           IF WS-FS-IMP = 0
               PERFORM 3000-LISTA-INCIDENTE UNTIL FIM-CADINCID
               PERFORM 3800-RODAPE
               PERFORM 3900-QUADRO-RESPONSAVEIS
               PERFORM 8000-FECHA-RELATORIO
               PERFORM 8100-REGISTRA-CATALOGO
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

           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "PLTREL_COMPET".
           IF WS-COMPETENCIA NOT NUMERIC
               MOVE WS-DT-EXEC (1:6) TO WS-COMPETENCIA
           END-IF.
           INITIALIZE WS-TAB-RESPONSAVEIS.

      * sem incidente nenhum ainda o relatorio sai so com o rodape
           OPEN INPUT CADINCID.
           IF WS-FS-CADINCID = 0
               MOVE 'S' TO WS-CADINCID-ABERTO
               MOVE ZEROS TO IC-NUMERO
               START CADINCID KEY IS GREATER THAN OR EQUAL TO IC-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-INCID
               END-START
           ELSE
               DISPLAY 'CADINCID SEM INCIDENTES - STATUS '
                   WS-FS-CADINCID
               MOVE 'S' TO WS-EOF-INCID
           END-IF.

           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER = 0
               MOVE 'S' TO WS-CADUSER-ABERTO
           END-IF.

      * arquivo PLTRELIMP pela variavel DD_PLTRELIMP estilo DD
       1500-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'PLTREL.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_PLTRELIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS ' WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'INCIDENTES DO PLANTAO   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'COMPETENCIA ' WS-COMPETENCIA (5:2) '/'
               WS-COMPETENCIA (1:4)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'NUMERO DATA     HORA   ORIGEM   REFERENCIA   '
               'PRIMARIO RESERVA  ESCALADO EM    SITUACAO   '
               'ASSUMIU  NOME                 MINUTOS'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 4 TO WS-LINHAS-PAGINA.

      * linha de detalhe: pagina nova quando a atual encheu
       2900-GRAVA-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
               PERFORM 2100-CABECALHO-PAGINA
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

       3000-LISTA-INCIDENTE.
           READ CADINCID NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-INCID
               NOT AT END
                   IF IC-DATA (1:6) = WS-COMPETENCIA
                       PERFORM 3100-IMPRIME-INCIDENTE
                   END-IF
           END-READ.

       3100-IMPRIME-INCIDENTE.
           ADD 1 TO WS-TOT-INCIDENTES.
           MOVE SPACES TO WS-TXT-ESCALA.
           IF IC-DT-ESCALA IS NUMERIC AND IC-DT-ESCALA NOT = ZEROS
               ADD 1 TO WS-TOT-ESCALADOS
               STRING IC-DT-ESCALA ' ' IC-HR-ESCALA (1:4)
                   DELIMITED BY SIZE INTO WS-TXT-ESCALA
           END-IF.
           MOVE SPACES TO WS-NM-RESP.
           MOVE SPACES TO WS-TXT-MINUTOS.
           IF INCID-RECONHECIDO
               MOVE 'RECONHEC.' TO WS-DESC-SITUACAO
               ADD 1 TO WS-TOT-RECONHECIDOS
               ADD IC-MINUTOS TO WS-TOT-MINUTOS
               IF IC-MINUTOS > WS-MAIOR-MINUTOS
                   MOVE IC-MINUTOS TO WS-MAIOR-MINUTOS
               END-IF
               MOVE IC-MINUTOS TO WS-MSK-MINUTOS
               MOVE WS-MSK-MINUTOS TO WS-TXT-MINUTOS
               PERFORM 3200-NOME-RESPONSAVEL
               PERFORM 3300-ACUMULA-RESPONSAVEL
           ELSE
               MOVE 'PENDENTE' TO WS-DESC-SITUACAO
               ADD 1 TO WS-TOT-PENDENTES
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING IC-NUMERO ' ' IC-DATA ' ' IC-HORA ' ' IC-ORIGEM ' '
               IC-REFERENCIA ' ' IC-PRIMARIO ' ' IC-RESERVA ' '
               WS-TXT-ESCALA ' ' WS-DESC-SITUACAO ' '
               IC-RESPONSAVEL ' ' WS-NM-RESP ' ' WS-TXT-MINUTOS
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '       ' IC-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * quem ja saiu do CADUSER fica so com o codigo
       3200-NOME-RESPONSAVEL.
           IF WS-CADUSER-ABERTO = 'S'
               MOVE IC-RESPONSAVEL TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'FORA DO CADASTRO' TO WS-NM-RESP
                   NOT INVALID KEY
                       IF FD-NM-SOCIAL = SPACES
                           MOVE FD-NM (1:20) TO WS-NM-RESP
                       ELSE
                           MOVE FD-NM-SOCIAL (1:20) TO WS-NM-RESP
                       END-IF
               END-READ
           END-IF.

      * plantonista alem do limite do quadro fica so nos totais
       3300-ACUMULA-RESPONSAVEL.
           MOVE ZEROS TO WS-RESP-ACHADO.
           PERFORM 3310-PROCURA-RESPONSAVEL
               VARYING WS-IX-RESP FROM 1 BY 1
               UNTIL WS-IX-RESP > WS-QTD-RESP.
           IF WS-RESP-ACHADO = ZEROS
               IF WS-QTD-RESP < 50
                   ADD 1 TO WS-QTD-RESP
                   MOVE WS-QTD-RESP TO WS-RESP-ACHADO
                   MOVE IC-RESPONSAVEL
                     TO WS-RS-CODIGO (WS-RESP-ACHADO)
               ELSE
                   ADD 1 TO WS-RESP-FORA
               END-IF
           END-IF.
           IF WS-RESP-ACHADO NOT = ZEROS
               ADD 1 TO WS-RS-QTD (WS-RESP-ACHADO)
               ADD IC-MINUTOS TO WS-RS-MINUTOS (WS-RESP-ACHADO)
               IF INCID-RECONHECIDO AND WS-TXT-ESCALA NOT = SPACES
                   ADD 1 TO WS-RS-ESCALADOS (WS-RESP-ACHADO)
               END-IF
           END-IF.

       3310-PROCURA-RESPONSAVEL.
           IF WS-RS-CODIGO (WS-IX-RESP) = IC-RESPONSAVEL
               MOVE WS-IX-RESP TO WS-RESP-ACHADO
           END-IF.

       3800-RODAPE.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-INCIDENTES TO WS-MSK-TOTAL.
           STRING 'INCIDENTES ABERTOS NO MES.....: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-RECONHECIDOS TO WS-MSK-TOTAL.
           STRING 'RECONHECIDOS..................: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-ESCALADOS TO WS-MSK-TOTAL.
           STRING 'ESCALADOS PARA O RESERVA......: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-PENDENTES TO WS-MSK-TOTAL.
           STRING 'AINDA PENDENTES...............: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           IF WS-TOT-RECONHECIDOS > 0
               COMPUTE WS-MEDIA-MINUTOS ROUNDED =
                   WS-TOT-MINUTOS / WS-TOT-RECONHECIDOS
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-MEDIA-MINUTOS TO WS-MSK-TOTAL.
           STRING 'TEMPO MEDIO DE RESPOSTA (MIN).: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-MAIOR-MINUTOS TO WS-MSK-TOTAL.
           STRING 'MAIOR TEMPO DE RESPOSTA (MIN).: ' WS-MSK-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       3900-QUADRO-RESPONSAVEIS.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'POR PLANTONISTA QUE ASSUMIU:  CODIGO   '
               'ASSUMIDOS ESCALADOS MEDIA(MIN)'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 3910-LINHA-RESPONSAVEL
               VARYING WS-IX-RESP FROM 1 BY 1
               UNTIL WS-IX-RESP > WS-QTD-RESP.
           IF WS-RESP-FORA > 0
               MOVE SPACES TO WS-LINHA-IMP
               MOVE WS-RESP-FORA TO WS-MSK-TOTAL
               STRING 'INCIDENTES FORA DO QUADRO.....: ' WS-MSK-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       3910-LINHA-RESPONSAVEL.
           MOVE WS-RS-QTD (WS-IX-RESP)       TO WS-MSK-RS-QTD.
           MOVE WS-RS-ESCALADOS (WS-IX-RESP) TO WS-MSK-RS-ESC.
           COMPUTE WS-MEDIA-MINUTOS ROUNDED =
               WS-RS-MINUTOS (WS-IX-RESP) / WS-RS-QTD (WS-IX-RESP).
           MOVE WS-MEDIA-MINUTOS TO WS-MSK-RS-MEDIA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '                              '
               WS-RS-CODIGO (WS-IX-RESP) '   ' WS-MSK-RS-QTD '    '
               WS-MSK-RS-ESC '     ' WS-MSK-RS-MEDIA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       8000-FECHA-RELATORIO.
           CLOSE ARQ-IMP.
           DISPLAY '============================================='.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).
           MOVE WS-TOT-INCIDENTES TO WS-MSK-QTD.
           DISPLAY 'INCIDENTES LISTADOS: ' WS-MSK-QTD.
           DISPLAY '============================================='.

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
           MOVE 'PLTREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-CADINCID-ABERTO = 'S'
               CLOSE CADINCID
           END-IF.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDPLTREL.
