      *         60), apagando o fisico via CBL_DELETE_FILE e marcando
      *         a linha do catalogo com situacao P - o proprio expurgo
      *         fica registrado. O tipo CADAUDMES (historico de
      *         auditoria) nunca e expurgado. <E> mostra as entregas
      *         dos relatorios de uma data (RELCAT_DATA, padrao hoje)
      *         feitas pelo CDDISTRIB (DISTLOG: quem recebeu, quando ou
      *         por que foi recusado) e aponta, para os tipos com
      *         distribuicao diaria no CADDIST, o relatorio gerado e
      *         nao entregue e o relatorio que nem foi gerado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TMP.

           SELECT DISTLOG ASSIGN TO
           "DISTLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DISTLOG.

           SELECT CADDIST ASSIGN TO
           "CADDIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DS-CHAVE
           FILE STATUS IS WS-FS-CADDIST.

       DATA DIVISION.
       FILE SECTION.
       FD RELCATAL.
       FD RELCTEMP.
       01 REG-TMP                         PIC X(80).

       FD DISTLOG.
           COPY REGDSTLG.

       FD CADDIST.
           COPY REGDIST.

       WORKING-STORAGE SECTION.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-FS-RELVIEW                  PIC 99.
       77 WS-FS-TMP                      PIC 99.
       77 WS-FS-DISTLOG                  PIC 99.
       77 WS-FS-CADDIST                  PIC 99.
       77 WS-EOF-CAT                     PIC X VALUE 'N'.
        88 FIM-CATALOGO                  VALUE 'S'.
       77 WS-EOF-VIS                     PIC X VALUE 'N'.
       77 WS-RC-DELETE                   PIC S9(09) COMP VALUE ZEROS.
       77 WS-FISICO-PURGA                PIC X(30) VALUE SPACES.

      * visao de entregas: tipos com distribuicao no CADDIST, se algum
      * destinatario recebe cada edicao, e o que a data teve de cada
      * tipo no catalogo e no DISTLOG
       77 WS-EOF-LOG                     PIC X VALUE 'N'.
        88 FIM-DISTLOG                   VALUE 'S'.
       77 WS-EOF-DIST                    PIC X VALUE 'N'.
        88 FIM-CADDIST                   VALUE 'S'.
       77 WS-DATA-VISAO                  PIC X(08) VALUE SPACES.
       77 WS-TOT-ENTREGUES               PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RECUSADOS               PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ALERTAS                 PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TIPOS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-TIPO                     PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-TIPO                  PIC X VALUE 'N'.
       77 WS-PROCURA-TIPO                PIC X(10) VALUE SPACES.
       01 WS-TAB-DISTRIBUIDOS.
           03 WS-TD-ITEM OCCURS 50 TIMES.
               05 WS-TD-TIPO             PIC X(10).
               05 WS-TD-DIARIO           PIC X(01).
               05 WS-TD-GERADO           PIC X(01).
               05 WS-TD-ENTREGAS         PIC 9(04).

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
                   PERFORM 3000-VISUALIZA
               WHEN 'P'
                   PERFORM 4000-PURGA
               WHEN 'E'
                   PERFORM 5000-ENTREGAS
               WHEN OTHER
                   PERFORM 2000-LISTA
           END-EVALUATE.
           ACCEPT WS-MODO FROM ENVIRONMENT "RELCAT_MODO".
           ACCEPT WS-FILTRO-TIPO FROM ENVIRONMENT "RELCAT_TIPO".
           ACCEPT WS-FILTRO-DATA FROM ENVIRONMENT "RELCAT_DATA".
           MOVE 'RELCAT_RETENCAO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                   WRITE REG-CATALOGO
           END-READ.

      * entregas da data: o DISTLOG listado linha a linha e, para os
      * tipos com alguma linha diaria no CADDIST, o catalogo conferido
      * contra as entregas - relatorio gerado que ninguem recebeu e
      * relatorio que nao foi gerado aparecem como alerta
       5000-ENTREGAS.
           MOVE WS-FILTRO-DATA TO WS-DATA-VISAO.
           IF WS-DATA-VISAO = SPACES
               MOVE WS-DT-ATUAL TO WS-DATA-VISAO
           END-IF.
           PERFORM 5100-CARREGA-DISTRIBUIDOS.
           DISPLAY '============================================='.
           DISPLAY '   ENTREGAS DOS RELATORIOS DE ' WS-DATA-VISAO.
           DISPLAY '============================================='.
           DISPLAY 'ENTREGUE EM     TIPO       USUARIO  ORIGEM    '
               'SIT MOTIVO'.
           OPEN INPUT DISTLOG.
           IF WS-FS-DISTLOG NOT = 0
               DISPLAY 'NENHUMA ENTREGA REGISTRADA (DISTLOG AUSENTE)'
           ELSE
               MOVE 'N' TO WS-EOF-LOG
               PERFORM 5200-LINHA-ENTREGA UNTIL FIM-DISTLOG
               CLOSE DISTLOG
           END-IF.
           OPEN INPUT RELCATAL.
           IF WS-FS-RELCATAL = 0
               MOVE 'N' TO WS-EOF-CAT
               PERFORM 5300-CONFERE-CATALOGO UNTIL FIM-CATALOGO
               CLOSE RELCATAL
           END-IF.
           PERFORM 5400-CONFERE-GERADO
               VARYING WS-IX-TIPO FROM 1 BY 1
               UNTIL WS-IX-TIPO > WS-QTD-TIPOS.
           MOVE WS-TOT-ENTREGUES TO WS-MSK-QTD.
           DISPLAY 'ENTREGAS ENFILEIRADAS: ' WS-MSK-QTD.
           MOVE WS-TOT-RECUSADOS TO WS-MSK-QTD.
           DISPLAY 'DESTINATARIOS RECUSADOS: ' WS-MSK-QTD.
           MOVE WS-TOT-ALERTAS TO WS-MSK-QTD.
           DISPLAY 'RELATORIOS EM FALTA....: ' WS-MSK-QTD.

      * um item por tipo do CADDIST (a chave vem agrupada por tipo)
       5100-CARREGA-DISTRIBUIDOS.
           MOVE ZEROS TO WS-QTD-TIPOS.
           OPEN INPUT CADDIST.
           IF WS-FS-CADDIST = 0
               MOVE 'N' TO WS-EOF-DIST
               PERFORM 5110-LE-DISTRIBUICAO UNTIL FIM-CADDIST
               CLOSE CADDIST
           END-IF.

       5110-LE-DISTRIBUICAO.
           READ CADDIST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DIST
               NOT AT END
                   IF WS-FILTRO-TIPO = SPACES OR
                      DS-TIPO = WS-FILTRO-TIPO
                       MOVE DS-TIPO TO WS-PROCURA-TIPO
                       PERFORM 5500-PROCURA-TIPO
                       IF WS-ACHOU-TIPO = 'N' AND WS-QTD-TIPOS < 50
                           ADD 1 TO WS-QTD-TIPOS
                           MOVE WS-QTD-TIPOS TO WS-IX-TIPO
                           MOVE DS-TIPO TO WS-TD-TIPO (WS-IX-TIPO)
                           MOVE 'N' TO WS-TD-DIARIO (WS-IX-TIPO)
                           MOVE 'N' TO WS-TD-GERADO (WS-IX-TIPO)
                           MOVE ZEROS TO WS-TD-ENTREGAS (WS-IX-TIPO)
                           MOVE 'S' TO WS-ACHOU-TIPO
                       END-IF
                       IF WS-ACHOU-TIPO = 'S' AND FREQ-DIARIA
                           MOVE 'S' TO WS-TD-DIARIO (WS-IX-TIPO)
                       END-IF
                   END-IF
           END-READ.

       5200-LINHA-ENTREGA.
           READ DISTLOG
               AT END
                   MOVE 'S' TO WS-EOF-LOG
               NOT AT END
                   IF DL-DT-RELATORIO = WS-DATA-VISAO AND
                      (WS-FILTRO-TIPO = SPACES OR
                       DL-TIPO = WS-FILTRO-TIPO)
                       DISPLAY DL-DATA ' ' DL-HORA ' ' DL-TIPO ' '
                           DL-CD-USER ' ' DL-ORIGEM ' '
                           DL-SITUACAO '   ' FUNCTION TRIM (DL-MOTIVO)
                       IF ENTREGA-ENFILEIRADA
                           ADD 1 TO WS-TOT-ENTREGUES
                           MOVE DL-TIPO TO WS-PROCURA-TIPO
                           PERFORM 5500-PROCURA-TIPO
                           IF WS-ACHOU-TIPO = 'S'
                               ADD 1 TO WS-TD-ENTREGAS (WS-IX-TIPO)
                           END-IF
                       ELSE
                           ADD 1 TO WS-TOT-RECUSADOS
                       END-IF
                   END-IF
           END-READ.

       5300-CONFERE-CATALOGO.
           READ RELCATAL
               AT END
                   MOVE 'S' TO WS-EOF-CAT
               NOT AT END
                   PERFORM 2200-INTERPRETA-CATALOGO
                   IF WS-RK-DATA = WS-DATA-VISAO AND
                      WS-RK-SITUACAO NOT = 'P'
                       MOVE WS-RK-TIPO TO WS-PROCURA-TIPO
                       PERFORM 5500-PROCURA-TIPO
                       IF WS-ACHOU-TIPO = 'S'
                           PERFORM 5310-CONFERE-ENTREGUE
                       END-IF
                   END-IF
           END-READ.

       5310-CONFERE-ENTREGUE.
           MOVE 'S' TO WS-TD-GERADO (WS-IX-TIPO).
           IF WS-TD-DIARIO (WS-IX-TIPO) = 'S' AND
              WS-TD-ENTREGAS (WS-IX-TIPO) = ZEROS
               ADD 1 TO WS-TOT-ALERTAS
               DISPLAY '*** ' WS-RK-TIPO ' ' WS-RK-DATA
                   ' NAO DISTRIBUIDO - '
                   FUNCTION TRIM (WS-RK-FISICO)
           END-IF.

       5400-CONFERE-GERADO.
           IF WS-TD-DIARIO (WS-IX-TIPO) = 'S' AND
              WS-TD-GERADO (WS-IX-TIPO) = 'N'
               ADD 1 TO WS-TOT-ALERTAS
               DISPLAY '*** ' WS-TD-TIPO (WS-IX-TIPO) ' '
                   WS-DATA-VISAO ' RELATORIO NAO GERADO'
           END-IF.

       5500-PROCURA-TIPO.
           MOVE 'N' TO WS-ACHOU-TIPO.
           PERFORM 5510-COMPARA-TIPO
               VARYING WS-IX-TIPO FROM 1 BY 1
               UNTIL WS-IX-TIPO > WS-QTD-TIPOS
                  OR WS-ACHOU-TIPO = 'S'.
           IF WS-ACHOU-TIPO = 'S'
               SUBTRACT 1 FROM WS-IX-TIPO
           END-IF.

       5510-COMPARA-TIPO.
           IF WS-TD-TIPO (WS-IX-TIPO) = WS-PROCURA-TIPO
               MOVE 'S' TO WS-ACHOU-TIPO
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDRELCAT' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       END PROGRAM CDRELCAT.
