      *         de datas opcional pelas variaveis SEGREL_DATA_INI e
      *         SEGREL_DATA_FIM (em branco = tudo).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - eventos de sessao do CDSESSAO entram no
      *                     relatorio: sessao derrubada por outro
      *                     logon ('K'), expirada por ociosidade ('Z')
      *                     e segundo logon recusado ('Y'), com colunas
      *                     proprias por conta e totais no rodape.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSEGREL.
       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-DATA                    PIC X(08).
           03 SR-CD-USER                 PIC 9(08).
           03 SR-ACAO                    PIC X(01).
           03 SR-NM                      PIC X(40).

       77 WS-FILTRO-DATA-FIM             PIC X(08) VALUE SPACES.

       77 WS-DATA-ATUAL                  PIC X(08) VALUE LOW-VALUES.
       77 WS-CONTA-ATUAL                 PIC 9(08) VALUE ZEROS.
       77 WS-CONTA-ABERTA                PIC X VALUE 'N'.
       77 WS-CONTA-NOME                  PIC X(40) VALUE SPACES.
       77 WS-CTA-SUCESSOS                PIC 9(05) VALUE ZEROS.
       77 WS-CTA-FALHAS                  PIC 9(05) VALUE ZEROS.
       77 WS-CTA-BLOQUEIOS               PIC 9(05) VALUE ZEROS.
       77 WS-CTA-DERRUBADAS              PIC 9(05) VALUE ZEROS.
       77 WS-CTA-EXPIRADAS               PIC 9(05) VALUE ZEROS.
       77 WS-CTA-RECUSADAS               PIC 9(05) VALUE ZEROS.

       77 WS-DIA-FALHAS                  PIC 9(06) VALUE ZEROS.
       77 WS-DIA-BLOQUEIOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SUCESSOS                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FALHAS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BLOQUEIOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DERRUBADAS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXPIRADAS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RECUSADAS               PIC 9(06) VALUE ZEROS.

           COPY MASCARAS.

           GO TO 2900-SELECIONA-EXIT.

      * so os eventos de autenticacao interessam: 'L' sucesso,
      * 'F' falha e 'Q' bloqueio por excesso de tentativas, mais os
      * de sessao: 'K' derrubada, 'Z' expirada e 'Y' recusada
       2100-LIBERA-EVENTO.
           READ CADAUD
               AT END
                   MOVE 'S' TO WS-EOF-AUD
               NOT AT END
                   IF (AU-ACAO = 'L' OR AU-ACAO = 'F' OR AU-ACAO = 'Q'
                       OR AU-ACAO = 'K' OR AU-ACAO = 'Z'
                       OR AU-ACAO = 'Y')
                      AND (WS-FILTRO-DATA-INI = SPACES OR
                           AU-DATA >= WS-FILTRO-DATA-INI)
                      AND (WS-FILTRO-DATA-FIM = SPACES OR
                       MOVE SR-DATA TO WS-DATA-ATUAL
                       DISPLAY ' '
                       DISPLAY '===== DIA ' SR-DATA ' ====='
                       DISPLAY 'CONTA   SUCESSO FALHA BLOQUEIO '
                           'DERRUB EXPIR RECUS'
                   END-IF
                   IF WS-CONTA-ABERTA NOT = 'S'
                       MOVE 'S' TO WS-CONTA-ABERTA
                       MOVE 0 TO WS-CTA-SUCESSOS
                       MOVE 0 TO WS-CTA-FALHAS
                       MOVE 0 TO WS-CTA-BLOQUEIOS
                       MOVE 0 TO WS-CTA-DERRUBADAS
                       MOVE 0 TO WS-CTA-EXPIRADAS
                       MOVE 0 TO WS-CTA-RECUSADAS
                   END-IF
                   PERFORM 3200-ACUMULA-EVENTO
           END-RETURN.
                   ADD 1 TO WS-CTA-BLOQUEIOS
                   ADD 1 TO WS-DIA-BLOQUEIOS
                   ADD 1 TO WS-TOT-BLOQUEIOS
               WHEN 'K'
                   ADD 1 TO WS-CTA-DERRUBADAS
                   ADD 1 TO WS-TOT-DERRUBADAS
               WHEN 'Z'
                   ADD 1 TO WS-CTA-EXPIRADAS
                   ADD 1 TO WS-TOT-EXPIRADAS
               WHEN 'Y'
                   ADD 1 TO WS-CTA-RECUSADAS
                   ADD 1 TO WS-TOT-RECUSADAS
           END-EVALUATE.

       3400-FECHA-CONTA.
           IF WS-CONTA-ABERTA = 'S'
               IF WS-CTA-BLOQUEIOS > 0
                   DISPLAY WS-CONTA-ATUAL '  ' WS-CTA-SUCESSOS ' '
                       WS-CTA-FALHAS ' ' WS-CTA-BLOQUEIOS ' '
                       WS-CTA-DERRUBADAS ' ' WS-CTA-EXPIRADAS ' '
                       WS-CTA-RECUSADAS
                       ' <= CONTA BLOQUEADA NESTE DIA - '
                       FUNCTION TRIM (WS-CONTA-NOME)
               ELSE
                   DISPLAY WS-CONTA-ATUAL '  ' WS-CTA-SUCESSOS ' '
                       WS-CTA-FALHAS ' ' WS-CTA-BLOQUEIOS ' '
                       WS-CTA-DERRUBADAS ' ' WS-CTA-EXPIRADAS ' '
                       WS-CTA-RECUSADAS '    '
                       FUNCTION TRIM (WS-CONTA-NOME)
               END-IF
               MOVE 'N' TO WS-CONTA-ABERTA
           DISPLAY 'FALHAS...............: ' WS-MSK-QTD.
           MOVE WS-TOT-BLOQUEIOS TO WS-MSK-QTD.
           DISPLAY 'BLOQUEIOS............: ' WS-MSK-QTD.
           MOVE WS-TOT-DERRUBADAS TO WS-MSK-QTD.
           DISPLAY 'SESSOES DERRUBADAS...: ' WS-MSK-QTD.
           MOVE WS-TOT-EXPIRADAS TO WS-MSK-QTD.
           DISPLAY 'SESSOES EXPIRADAS....: ' WS-MSK-QTD.
           MOVE WS-TOT-RECUSADAS TO WS-MSK-QTD.
           DISPLAY 'LOGONS RECUSADOS.....: ' WS-MSK-QTD.
           DISPLAY '============================================='.

       3900-IMPRIME-EXIT.
