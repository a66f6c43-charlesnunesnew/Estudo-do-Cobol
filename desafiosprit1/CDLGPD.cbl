      *                     trilha do DPO sai da planilha. As
      *                     variaveis antigas continuam valendo para
      *                     rodadas avulsas.
      *   15/10/2026 CAN - linha anonimizada do CADAUD quebraria a
      *                     cadeia de conferencia: a partir dela os
      *                     valores sao recalculados (CDAUDHSH), o
      *                     controle CADAUDCK e atualizado e a ressela
      *                     fica na trilha como acao 7, com as quebras
      *                     que ja existiam antes dela.
      *   15/10/2026 CAN - titular com bloqueio legal ativo (CDBLQCHK)
      *                     nao e anonimizado: sai como RETIDO POR
      *                     BLOQUEIO LEGAL, o pedido continua aberto no
      *                     LGPDREG e a procura do pedido mais antigo
      *                     pula os retidos.
      *   15/10/2026 CAN - o LGPDREG passa a ter pedidos de acesso
      *                     (LR-TIPO A, atendidos pelo CDLGPDACE): a
      *                     procura do pedido mais antigo so considera
      *                     os de eliminacao e LGPD_NUMERO de pedido de
      *                     acesso e recusado.
      *   15/10/2026 CAN - anonimizacao limpa tambem o nome social no
      *                     CADUSER e no CADHIST; REG-HIST e REG-TMP
      *                     ampliados para 550.
      *   15/10/2026 CAN - anonimizacao grava telefone fixo ficticio com
      *                     tipo F e limpa o tipo no CADREJ e no
      *                     CADHIST.
      *   15/10/2026 CAN - anonimizacao zera tambem a situacao e as
      *                     devolucoes do email.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDLGPD.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TMP.

           SELECT CADAUDCK ASSIGN TO
           "CADAUDCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUDCK.

           SELECT LGPDREG ASSIGN TO
           "LGPDREG"
           ORGANIZATION IS INDEXED
           COPY REGREJ.

       FD CADHIST.
       01 REG-HIST                        PIC X(550).

       FD LGPDTMP.
       01 REG-TMP                         PIC X(550).

       FD LGPDREG.
           COPY REGLGPD.

       FD CADAUDCK.
           COPY REGAUDCK.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDLGPD'.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-CADREJ                   PIC 99.
       77 WS-FS-CADHIST                  PIC 99.
       77 WS-FS-TMP                      PIC 99.
       77 WS-FS-LGPDREG                  PIC 99.
       77 WS-FS-CADAUDCK                 PIC 99.
       77 WS-EOF-REG                     PIC X VALUE 'N'.
        88 FIM-LGPDREG                   VALUE 'S'.
       77 WS-PEDIDO-NUMERO               PIC 9(06) VALUE ZEROS.
       77 WS-EOF-ARQ                     PIC X VALUE 'N'.
        88 FIM-ARQUIVO                   VALUE 'S'.

       77 WS-CODIGO-TEXTO                PIC X(08) VALUE SPACES.
       77 WS-EMAIL-ALVO                  PIC X(100) VALUE SPACES.
       77 WS-CODIGO-ALVO                 PIC 9(08) VALUE ZEROS.
       77 WS-ALVO-DEFINIDO               PIC X VALUE 'N'.
        88 ALVO-DEFINIDO                 VALUE 'S'.

       77 WS-QTD-CADREJ                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CADHIST                 PIC 9(06) VALUE ZEROS.

      * ressela da cadeia de conferencia do CADAUD (CDAUDHSH): a
      * linha anonimizada muda de conteudo e o valor dela e de todas
      * as seguintes e recalculado; a cadeia original e conferida na
      * mesma passada para a ressela nao encobrir quebra anterior
       77 WS-LINHA-ANONIMIZADA           PIC X VALUE 'N'.
       77 WS-CADEIA-RESSELA              PIC X VALUE 'N'.
        88 CADEIA-RESSELADA              VALUE 'S'.
       77 WS-CADEIA-ORIGINAL             PIC 9(15) VALUE ZEROS.
       77 WS-CADEIA-ANTERIOR             PIC 9(15) VALUE ZEROS.
       77 WS-CADEIA-CALCULADA            PIC 9(15) VALUE ZEROS.
       77 WS-CADEIA-PRIMEIRA             PIC 9(09) VALUE ZEROS.
       77 WS-CADEIA-ULT-SEQ              PIC 9(09) VALUE ZEROS.
       77 WS-QTD-RESSELO                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-QUEBRA-PREVIA           PIC 9(06) VALUE ZEROS.
       77 WS-OPER-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.

      * bloqueio legal do titular (CDBLQCHK): a eliminacao fica
      * suspensa e o pedido continua aberto ate a liberacao
       77 WS-BLQ-RETORNO                 PIC X(01) VALUE SPACE.
        88 USUARIO-RETIDO                VALUE 'S'.
       77 WS-BLQ-PROCESSO                PIC X(20) VALUE SPACES.

           COPY REGHIST.

           COPY MASCARAS.
               END-IF
           END-IF.

           MOVE 'N' TO WS-BLQ-RETORNO.
           PERFORM 1100-RESOLVE-ALVO.

           IF ALVO-DEFINIDO
               PERFORM 1200-CONFERE-BLOQUEIO
           END-IF.

           IF NOT ALVO-DEFINIDO AND NOT USUARIO-RETIDO
               DISPLAY 'TITULAR NAO IDENTIFICADO - NADA FOI ALTERADO'
           END-IF.

                       INVALID KEY
                           DISPLAY 'PEDIDO NAO ENCONTRADO NO LGPDREG'
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT PEDIDO-ELIMINACAO
                                   DISPLAY 'PEDIDO ' LR-NUMERO
                                       ' E DE ACESSO - USE O CDLGPDACE'
                               WHEN PEDIDO-ABERTO
                                   MOVE 'S' TO WS-PEDIDO-ACHADO
                               WHEN OTHER
                                   DISPLAY 'PEDIDO JA CONCLUIDO'
                           END-EVALUATE
                   END-READ
               ELSE
                   MOVE 'N' TO WS-EOF-REG
               AT END
                   MOVE 'S' TO WS-EOF-REG
               NOT AT END
                   IF PEDIDO-ABERTO AND PEDIDO-ELIMINACAO
                       MOVE 'S' TO WS-PEDIDO-ACHADO
                       PERFORM 1065-PEDIDO-RETIDO
                   END-IF
           END-READ.

      * so pedido de eliminacao; o de acesso e do CDLGPDACE. Pedido
      * de titular sob bloqueio legal fica aberto e a procura
      * segue para o proximo, para nao travar a fila
       1065-PEDIDO-RETIDO.
           IF LR-CD-USER NOT = ZEROS
               CALL 'CDBLQCHK' USING LR-CD-USER WS-BLQ-RETORNO
                   WS-BLQ-PROCESSO
               IF USUARIO-RETIDO
                   DISPLAY 'PEDIDO LGPD ' LR-NUMERO
                       ' RETIDO POR BLOQUEIO LEGAL: ' LR-CD-USER
                   MOVE 'N' TO WS-PEDIDO-ACHADO
               END-IF
           END-IF.

      * o pedido identifica o titular por codigo, email ou CPF; o
      * CPF e resolvido para o codigo pela chave alternada FD-CPF
       1070-TITULAR-DO-PEDIDO.
                   DELIMITED BY SIZE INTO WS-EMAIL-ANONIMO
           END-IF.

      * titular sob bloqueio legal nao e anonimizado em arquivo
      * nenhum; o pedido do LGPDREG continua aberto
       1200-CONFERE-BLOQUEIO.
           IF WS-CODIGO-ALVO NOT = ZEROS
               CALL 'CDBLQCHK' USING WS-CODIGO-ALVO WS-BLQ-RETORNO
                   WS-BLQ-PROCESSO
               IF USUARIO-RETIDO
                   DISPLAY 'RETIDO POR BLOQUEIO LEGAL: ' WS-CODIGO-ALVO
                   DISPLAY 'ELIMINACAO SUSPENSA - NADA FOI ALTERADO'
                   MOVE 'N' TO WS-ALVO-DEFINIDO
                   IF WS-PEDIDO-NUMERO NOT = ZEROS
                       DISPLAY 'PEDIDO ' WS-PEDIDO-NUMERO
                           ' CONTINUA ABERTO NO LGPDREG'
                       CLOSE LGPDREG
                       MOVE ZEROS TO WS-PEDIDO-NUMERO
                   END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2000-ANONIMIZA-CADUSER.
           IF WS-FS-CADUSER = 35 OR WS-CODIGO-ALVO = ZEROS
               CONTINUE
                       MOVE 'ANONIMO'         TO FD-NM-PRIMEIRO
                       MOVE SPACES            TO FD-NM-MEIO
                       MOVE 'LGPD'            TO FD-NM-ULTIMO
                       MOVE SPACES            TO FD-NM-SOCIAL
                       MOVE SPACES            TO FD-NS-PRIMEIRO
                       MOVE SPACES            TO FD-NS-MEIO
                       MOVE SPACES            TO FD-NS-ULTIMO
                       MOVE WS-EMAIL-ANONIMO  TO FD-EMAIL
                       MOVE SPACE             TO FD-EMAIL-SITUACAO
                       MOVE ZEROS             TO FD-DT-EMAIL-DEVOLVIDO
                       MOVE ZEROS             TO FD-QTD-EMAIL-SOFT
                       MOVE ZEROS             TO FD-PHONE
                       MOVE WS-CODIGO-ALVO    TO FD-PHONE (8:6)
                       MOVE 'F'               TO FD-PHONE-TIPO
                       MOVE ZEROS             TO FD-CPF
                       MOVE SPACES            TO FD-RUA
                       MOVE SPACES            TO FD-BAIRRO
                                   'STATUS ' WS-FS-CADUSER
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CADUSER
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 2900-GRAVA-JORNAL
                       END-REWRITE
               END-READ
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2900-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

      * sequenciais: primeira passada copia para LGPDTMP limpando os
      * registros do titular, segunda passada devolve ao arquivo
       3000-ANONIMIZA-CADAUD.
           IF WS-FS-CADAUD NOT = 0
               CONTINUE
           ELSE
               PERFORM 3050-ABERTURA-CADEIA
               OPEN OUTPUT LGPDTMP
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM 3100-COPIA-AUD UNTIL FIM-ARQUIVO
               PERFORM 3200-DEVOLVE-AUD UNTIL FIM-ARQUIVO
               CLOSE CADAUD
               CLOSE LGPDTMP
               IF CADEIA-RESSELADA
                   PERFORM 3300-ATUALIZA-CONTROLE
                   PERFORM 3400-REGISTRA-RESSELO
               END-IF
           END-IF.

      * a cadeia do CADAUD corrente parte da posicao gravada no
      * fechamento mensal (zeros antes do primeiro fechamento)
       3050-ABERTURA-CADEIA.
           MOVE ZEROS TO WS-CADEIA-ORIGINAL WS-CADEIA-ANTERIOR.
           OPEN INPUT CADAUDCK.
           IF WS-FS-CADAUDCK = 0
               READ CADAUDCK
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AK-CONF-ABERTURA IS NUMERIC
                           MOVE AK-CONF-ABERTURA
                             TO WS-CADEIA-ORIGINAL WS-CADEIA-ANTERIOR
                       END-IF
               END-READ
               CLOSE CADAUDCK
           END-IF.

       3100-COPIA-AUD.
               AT END
                   MOVE 'S' TO WS-EOF-ARQ
               NOT AT END
                   PERFORM 3110-CONFERE-ORIGINAL
                   MOVE 'N' TO WS-LINHA-ANONIMIZADA
                   IF (WS-CODIGO-ALVO NOT = ZEROS AND
                       AU-CD-USER = WS-CODIGO-ALVO) OR
                      (WS-EMAIL-ALVO NOT = SPACES AND
                       AU-EMAIL = WS-EMAIL-ALVO)
                       MOVE WS-NOME-ANONIMO  TO AU-NM
                       MOVE WS-EMAIL-ANONIMO TO AU-EMAIL
                       MOVE 'S' TO WS-LINHA-ANONIMIZADA
                       ADD 1 TO WS-QTD-CADAUD
                   END-IF
                   PERFORM 3120-RESSELA-LINHA
                   MOVE REG-AUDITORIA TO REG-TMP
                   WRITE REG-TMP
           END-READ.

      * linha gravada antes da cadeia (sequencia em branco) fica fora
      * da conferencia e da ressela
       3110-CONFERE-ORIGINAL.
           IF AU-SEQUENCIA IS NUMERIC
               CALL 'CDAUDHSH' USING WS-CADEIA-ORIGINAL REG-AUDITORIA
                   WS-CADEIA-CALCULADA
               IF WS-CADEIA-CALCULADA NOT = AU-CONFERENCIA
                   ADD 1 TO WS-QTD-QUEBRA-PREVIA
               END-IF
               MOVE AU-CONFERENCIA TO WS-CADEIA-ORIGINAL
           END-IF.

       3120-RESSELA-LINHA.
           IF AU-SEQUENCIA IS NUMERIC
               IF WS-LINHA-ANONIMIZADA = 'S' AND NOT CADEIA-RESSELADA
                   MOVE 'S' TO WS-CADEIA-RESSELA
                   MOVE AU-SEQUENCIA TO WS-CADEIA-PRIMEIRA
               END-IF
               IF CADEIA-RESSELADA
                   CALL 'CDAUDHSH' USING WS-CADEIA-ANTERIOR
                       REG-AUDITORIA WS-CADEIA-CALCULADA
                   MOVE WS-CADEIA-CALCULADA TO AU-CONFERENCIA
                   ADD 1 TO WS-QTD-RESSELO
               END-IF
               MOVE AU-CONFERENCIA TO WS-CADEIA-ANTERIOR
               MOVE AU-SEQUENCIA   TO WS-CADEIA-ULT-SEQ
           END-IF.

       3200-DEVOLVE-AUD.
           READ LGPDTMP
               AT END
                   WRITE REG-AUDITORIA
           END-READ.

      * o controle passa a apontar o valor ressalado da ultima linha
      * para a proxima gravacao do CDAUDCAD continuar a cadeia nova
       3300-ATUALIZA-CONTROLE.
           OPEN INPUT CADAUDCK.
           IF WS-FS-CADAUDCK = 0
               READ CADAUDCK
                   AT END
                       MOVE 10 TO WS-FS-CADAUDCK
               END-READ
               CLOSE CADAUDCK
           END-IF.
           IF WS-FS-CADAUDCK = 0 AND
              AK-SEQUENCIA = WS-CADEIA-ULT-SEQ
               MOVE WS-CADEIA-ANTERIOR TO AK-CONFERENCIA
               OPEN OUTPUT CADAUDCK
               WRITE REG-AUDCTL
               CLOSE CADAUDCK
           ELSE
               DISPLAY 'CONTROLE CADAUDCK NAO CONFERE COM O CADAUD - '
                   'CADEIA NAO ATUALIZADA'
           END-IF.

      * a propria ressela fica na trilha (acao 7), com a primeira
      * sequencia recalculada e as quebras que ja existiam antes dela
       3400-REGISTRA-RESSELO.
           ACCEPT WS-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO".
           MOVE ZEROS TO WS-OPER-CODIGO.
           IF WS-OPER-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-OPER-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-OPER-TEXTO) TO WS-OPER-CODIGO
           END-IF.
           OPEN EXTEND CADAUD.
           IF WS-FS-CADAUD = 35
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE WS-CODIGO-ALVO TO AU-CD-USER.
           MOVE '7'            TO AU-ACAO.
           MOVE SPACES         TO AU-NM.
           STRING 'RESSELO LGPD: ' WS-QTD-RESSELO
               ' LINHAS DESDE A SEQUENCIA ' WS-CADEIA-PRIMEIRA
               DELIMITED BY SIZE INTO AU-NM.
           MOVE SPACES         TO AU-EMAIL.
           STRING 'QUEBRAS ANTERIORES A RESSELA: '
               WS-QTD-QUEBRA-PREVIA
               DELIMITED BY SIZE INTO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE SPACES         TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE CADAUD.
           IF WS-QTD-QUEBRA-PREVIA > ZEROS
               MOVE WS-QTD-QUEBRA-PREVIA TO WS-MSK-QTD
               DISPLAY 'ATENCAO: CADEIA DO CADAUD JA TINHA '
                   WS-MSK-QTD ' QUEBRA(S) ANTES DA RESSELA'
           END-IF.

       4000-ANONIMIZA-CADREJ.
           OPEN INPUT CADREJ.
           IF WS-FS-CADREJ NOT = 0
                       MOVE WS-NOME-ANONIMO  TO RJ-NM
                       MOVE WS-EMAIL-ANONIMO TO RJ-EMAIL
                       MOVE ZEROS            TO RJ-PHONE
                       MOVE SPACE            TO RJ-PHONE-TIPO
                       ADD 1 TO WS-QTD-CADREJ
                   END-IF
                   MOVE REG-REJEICAO TO REG-TMP
               NOT AT END
                   MOVE REG-HIST TO WS-REG-HIST-SAIDA
                   IF (WS-CODIGO-ALVO NOT = ZEROS AND
                       REG-HIST (1:8) IS NUMERIC AND
                       FUNCTION NUMVAL (REG-HIST (1:8)) =
                           WS-CODIGO-ALVO) OR
                      (WS-EMAIL-ALVO NOT = SPACES AND
                       WH-EMAIL = WS-EMAIL-ALVO)
                       MOVE SPACES           TO WH-NM-PRIMEIRO
                       MOVE SPACES           TO WH-NM-MEIO
                       MOVE SPACES           TO WH-NM-ULTIMO
                       MOVE SPACES           TO WH-NM-SOCIAL
                       MOVE ZEROS            TO WH-PHONE
                       MOVE SPACE            TO WH-PHONE-TIPO
                       MOVE ZEROS            TO WH-CPF
                       MOVE SPACES           TO WH-RUA
                       MOVE SPACES           TO WH-BAIRRO
