      *                     que a esteira mensal gera para
      *                     ressincronizacao; sem o arquivo de
      *                     controle o feed tambem sai completo.
      *   15/10/2026 CAN - so vai ao RH o titular com consentimento de
      *                     compartilhamento (CDCNSCHK, finalidade H); a
      *                     exclusao de quem nao consentiu sai so com o
      *                     codigo. Rodape conta os deixados de fora.
      *   15/10/2026 CAN - telefone do detalhe com 13 digitos (prefixo
      *                     de 5) seguido do tipo C celular / F fixo;
      *                     departamento e acao andam uma coluna e o
      *                     registro segue com 140 posicoes.
      *   15/10/2026 CAN - codigo do usuario com 8 digitos no detalhe
      *                     (nome e demais colunas andam duas posicoes,
      *                     registro segue com 140) e versao do layout
      *                     no cabecalho tipo 0, logo apos o modo: 02
      *                     para este layout; o arquivo antigo trazia a
      *                     posicao em branco.
      *   15/10/2026 CAN - HRFEED_MODO lido pelo CDPARAM (cadastro
      *                     CADPARAM, variavel de ambiente por cima).
      *   15/10/2026 CAN - feed completo le o extrato da rodada do
      *                     CDEXTUSR pelo CDEXTLE em vez do CADUSER; o
      *                     delta continua lendo o CADUSER pela chave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHRFEED.
       77 WS-FS-CONTROLE                 PIC 99.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.

      * extrato noturno do CADUSER (CDEXTUSR) lido pelo CDEXTLE; sem
      * extrato publicado na rodada o CADUSER e lido direto
       77 WS-EXT-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-EXT-ORDEM                   PIC X(01) VALUE 'C'.
       77 WS-EXT-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-EXT-RC                      PIC S9(04) COMP VALUE ZEROS.
       77 WS-USA-EXTRATO                 PIC X(01) VALUE 'N'.
        88 USA-EXTRATO                   VALUE 'S'.
       77 WS-EOF-AUD                     PIC X VALUE 'N'.
        88 FIM-CADAUD                    VALUE 'S'.

       01 WS-TAB-DELTA.
           03 WS-QTD-DELTA               PIC 9(04) VALUE ZEROS.
           03 WS-DELTA-ENTRADA OCCURS 1000 TIMES.
               05 WS-DL-CODIGO           PIC 9(08).
               05 WS-DL-ACAO             PIC X(01).
               05 WS-DL-NM               PIC X(50).
               05 WS-DL-EMAIL            PIC X(60).
       77 WS-DELTA-ACHADO                PIC 9(04) VALUE ZEROS.
       77 WS-DELTA-ESTOURO               PIC X VALUE 'N'.

      * compartilhamento com o RH (finalidade H do CADCONS)
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE 'H'.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-TOT-SEM-CONSENT             PIC 9(06) VALUE ZEROS.

       01 WS-LINHA-CABECALHO.
           03 FILLER                     PIC X(01) VALUE '0'.
           03 HR-CAB-DATA                PIC 9(08).
           03 HR-CAB-ORIGEM              PIC X(08) VALUE 'CADUSER '.
           03 HR-CAB-SEQ                 PIC 9(06).
           03 HR-CAB-MODO                PIC X(01).
           03 HR-CAB-VERSAO              PIC 9(02) VALUE 2.
           03 FILLER                     PIC X(114) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           03 FILLER                     PIC X(01) VALUE '1'.
           03 HR-DET-CODIGO              PIC 9(08).
           03 HR-DET-NOME                PIC X(50).
           03 HR-DET-EMAIL               PIC X(60).
           03 HR-DET-FONE                PIC 9(13).
           03 HR-DET-FONE-TIPO           PIC X(01).
           03 HR-DET-DEPTO               PIC X(04).
           03 HR-DET-ACAO                PIC X(01).
           03 FILLER                     PIC X(02) VALUE SPACES.

       01 WS-LINHA-TRAILER.
           03 FILLER                     PIC X(01) VALUE '9'.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1100-LE-CONTROLE.
           PERFORM 1200-DECIDE-MODO.

      * o delta le o CADUSER por chave e continua no indexado
           IF MODO-COMPLETO
               PERFORM 1900-ABRE-EXTRATO
           END-IF.
           IF NOT USA-EXTRATO
               OPEN INPUT CADUSER
           END-IF.
           IF WS-FS-CADUSER = 35
               DISPLAY 'CADUSER NAO ENCONTRADO - NADA A EXPORTAR'
               MOVE 'S' TO WS-EOF-USER
      * sem corte anterior nao ha delta possivel: o feed sai
      * completo; HRFEED_MODO forca F (completo) ou D (delta)
       1200-DECIDE-MODO.
           MOVE 'HRFEED_MODO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-MODO.
           IF WS-MODO = SPACE
               IF WS-TEM-CONTROLE = 'S'
                   MOVE 'D' TO WS-MODO
               MOVE 'F' TO WS-MODO
           END-IF.

      * o extrato da rodada, publicado e conferido, substitui a
      * leitura do CADUSER
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

      * o hash total e a soma dos codigos truncada em 12 digitos,
      * conferida pelo RH na entrada; na fotografia completa a acao
      * de todo detalhe e 'T'
       2000-GRAVA-DETALHES.
           PERFORM 1910-LE-USUARIO.
           IF NOT FIM-CADUSER
               CALL 'CDCNSCHK' USING FD-CD-USER WS-CNS-FINALIDADE
                   WS-CNS-RETORNO
               IF WS-CNS-RETORNO = 'S'
                   MOVE FD-CD-USER TO HR-DET-CODIGO
                   MOVE FD-NM      TO HR-DET-NOME
                   MOVE FD-EMAIL   TO HR-DET-EMAIL
                   MOVE FD-PHONE   TO HR-DET-FONE
                   MOVE FD-PHONE-TIPO TO HR-DET-FONE-TIPO
                   MOVE FD-DEPTO   TO HR-DET-DEPTO
                   MOVE 'T'        TO HR-DET-ACAO
                   PERFORM 2650-ESCREVE-DETALHE
               ELSE
                   ADD 1 TO WS-TOT-SEM-CONSENT
               END-IF
           END-IF.

      * delta: as acoes que interessam ao RH desde o corte - criacao
      * (N), alteracao (A, inclusive a em massa M), bloqueio (B e Q)
           END-IF.

      * o detalhe do excluido sai com os dados do CADAUD; os demais
      * saem com a situacao atual do CADUSER. Sem consentimento de
      * compartilhamento com o RH o titular fica fora do feed; a
      * exclusao vai assim mesmo, so com o codigo, para o RH baixar
      * o cadastro que ja recebeu
       2600-GRAVA-UM-DELTA.
           MOVE WS-DL-CODIGO (WS-IX-DELTA) TO HR-DET-CODIGO.
           MOVE WS-DL-ACAO (WS-IX-DELTA)   TO HR-DET-ACAO.
           CALL 'CDCNSCHK' USING WS-DL-CODIGO (WS-IX-DELTA)
               WS-CNS-FINALIDADE WS-CNS-RETORNO.
           IF WS-DL-ACAO (WS-IX-DELTA) = 'D'
               IF WS-CNS-RETORNO = 'S'
                   MOVE WS-DL-NM (WS-IX-DELTA)    TO HR-DET-NOME
                   MOVE WS-DL-EMAIL (WS-IX-DELTA) TO HR-DET-EMAIL
               ELSE
                   MOVE SPACES TO HR-DET-NOME HR-DET-EMAIL
               END-IF
               MOVE ZEROS                     TO HR-DET-FONE
               MOVE SPACES                    TO HR-DET-FONE-TIPO
               MOVE SPACES                    TO HR-DET-DEPTO
               PERFORM 2650-ESCREVE-DETALHE
           ELSE
               IF WS-CNS-RETORNO = 'S'
                   PERFORM 2610-DETALHE-ATUAL
               ELSE
                   ADD 1 TO WS-TOT-SEM-CONSENT
               END-IF
           END-IF.

       2610-DETALHE-ATUAL.
           MOVE WS-DL-CODIGO (WS-IX-DELTA) TO FD-CD-USER.
           READ CADUSER
               INVALID KEY
                   MOVE WS-DL-NM (WS-IX-DELTA)    TO HR-DET-NOME
                   MOVE WS-DL-EMAIL (WS-IX-DELTA) TO HR-DET-EMAIL
                   MOVE ZEROS                     TO HR-DET-FONE
                   MOVE SPACES                    TO HR-DET-FONE-TIPO
                   MOVE SPACES                    TO HR-DET-DEPTO
                   PERFORM 2650-ESCREVE-DETALHE
               NOT INVALID KEY
                   MOVE FD-NM    TO HR-DET-NOME
                   MOVE FD-EMAIL TO HR-DET-EMAIL
                   MOVE FD-PHONE TO HR-DET-FONE
                   MOVE FD-PHONE-TIPO TO HR-DET-FONE-TIPO
                   MOVE FD-DEPTO TO HR-DET-DEPTO
                   PERFORM 2650-ESCREVE-DETALHE
           END-READ.

       2650-ESCREVE-DETALHE.
           MOVE WS-LINHA-DETALHE TO REG-HR.
           WRITE REG-HR.
               MOVE WS-TOT-DETALHES TO WS-MSK-QTD
               DISPLAY 'DETALHES GRAVADOS: ' WS-MSK-QTD
               DISPLAY 'HASH DOS CODIGOS.: ' WS-HASH-CODIGOS
               MOVE WS-TOT-SEM-CONSENT TO WS-MSK-QTD
               DISPLAY 'FORA POR CONSENTIM: ' WS-MSK-QTD
               IF WS-DELTA-ESTOURO = 'S'
                   DISPLAY 'AVISO: MAIS DE 1000 CODIGOS TOCADOS - '
                       'GERE UM FEED COMPLETO (HRFEED_MODO=F)'
           WRITE REG-CONTROLE.
           CLOSE HRFEEDCTL.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDHRFEED' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

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
           IF MODO-DELTA AND
              (WS-FS-CADAUD = 0 OR WS-FS-CADAUD = 10)
