      *   22/08/2026 CAN - encerramento com GOBACK: como passo CHAMADO
      *                     pelo CDBATCH, o STOP RUN derrubava o job
      *                     inteiro logo apos o expurgo.
      *   15/10/2026 CAN - data de fim de contrato levada para o CADHIST
      *                     (WH-DT-FIM-CONTRATO).
      *   15/10/2026 CAN - usuario com bloqueio legal ativo (CDBLQCHK)
      *                     nao e arquivado nem expurgado; sai no
      *                     relatorio como RETIDO POR BLOQUEIO LEGAL e
      *                     no total de retidos.
      *   15/10/2026 CAN - arquiva o nome social (WH-NM-SOCIAL);
      *                     REG-HIST ampliado para 550.
      *   15/10/2026 CAN - tipo do telefone (C/F) levado ao CADHIST.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      *   15/10/2026 CAN - registro arquivado passa pelo CDESCREF:
      *                     autorizacoes de notas (CADAUTNT) e regencias
      *                     (CADTURMA) do professor vao para a lista de
      *                     reatribuicao CADREATR e a coordenacao recebe
      *                     o evento REATRIB na NOTIFQ.
      *   15/10/2026 CAN - CADUSER_RETENCAO lido pelo CDPARAM (cadastro
      *                     CADPARAM, variavel de ambiente por cima);
      *                     valor nao numerico fica nos 365 dias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDARQUIVA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADHIST.

           SELECT NOTIFQ ASSIGN TO
           "NOTIFQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFQ.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD CADHIST.
       01 REG-HIST                        PIC X(550).

       FD NOTIFQ.
           COPY REGNOTIF.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDARQUIVA'.
       77 WS-FS-CADHIST                  PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-EOF-USER                    PIC X VALUE 'N'.
        88 FIM-CADUSER                   VALUE 'S'.
       77 WS-ARQUIVOS-ABERTOS            PIC X VALUE 'N'.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ARQUIVADOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RETIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REATRIB                 PIC 9(06) VALUE ZEROS.

      * referencias do professor no CADAUTNT / CADTURMA (CDESCREF)
       77 WS-REF-ORIGEM                  PIC X(10) VALUE 'CDARQUIVA'.
       77 WS-REF-SUGERIDO                PIC 9(08) VALUE ZEROS.
       77 WS-REF-QTD                     PIC 9(04) VALUE ZEROS.
       77 WS-REF-EMAIL-COORD             PIC X(100) VALUE SPACES.

      * bloqueio legal do usuario (CDBLQCHK)
       77 WS-BLQ-RETORNO                 PIC X(01) VALUE SPACE.
        88 USUARIO-RETIDO                VALUE 'S'.
       77 WS-BLQ-PROCESSO                PIC X(20) VALUE SPACES.

           COPY REGHIST.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           MOVE 'CADUSER_RETENCAO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           IF PR-VALOR NOT = SPACES AND
              FUNCTION TEST-NUMVAL (PR-VALOR) = 0
               MOVE FUNCTION NUMVAL (PR-VALOR) TO WS-DIAS-RETENCAO
           END-IF.
           IF WS-DIAS-RETENCAO = ZEROS THEN
               MOVE 365 TO WS-DIAS-RETENCAO
           END-IF.
                   CLOSE CADHIST
                   OPEN EXTEND CADHIST
               END-IF
               OPEN EXTEND NOTIFQ
               IF WS-FS-NOTIFQ = 35
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN EXTEND NOTIFQ
               END-IF
               MOVE 'S' TO WS-ARQUIVOS-ABERTOS
           END-IF.

                   FUNCTION INTEGER-OF-DATE (WS-DT-ATUAL)
                   - FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA)
               IF WS-DIAS-REGISTRO > WS-DIAS-RETENCAO
                   PERFORM 2150-ARQUIVA-REGISTRO
               END-IF
           END-IF.

      * usuario sob bloqueio legal fica no CADUSER ate a liberacao
       2150-ARQUIVA-REGISTRO.
           CALL 'CDBLQCHK' USING FD-CD-USER WS-BLQ-RETORNO
               WS-BLQ-PROCESSO.
           IF USUARIO-RETIDO
               DISPLAY 'RETIDO POR BLOQUEIO LEGAL: ' FD-CD-USER
               ADD 1 TO WS-TOT-RETIDOS
           ELSE
               PERFORM 2200-GRAVA-HISTORICO
               DELETE CADUSER RECORD
               ADD 1 TO WS-TOT-ARQUIVADOS
               IF FS-CADUSER-OK
                   MOVE 'E' TO WS-JRN-OPERACAO
                   PERFORM 2160-GRAVA-JORNAL
                   PERFORM 2170-REFERENCIAS-ESCOLA
               END-IF
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2160-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

      * professor arquivado deixa turmas e autorizacoes de notas na
      * lista de reatribuicao; a coordenacao e avisada pela NOTIFQ
       2170-REFERENCIAS-ESCOLA.
           CALL 'CDESCREF' USING FD-CD-USER WS-REF-ORIGEM
               WS-REF-SUGERIDO WS-REF-QTD WS-REF-EMAIL-COORD.
           IF WS-REF-QTD > ZEROS
               ADD WS-REF-QTD TO WS-TOT-REATRIB
               DISPLAY 'TURMAS/NOTAS A REATRIBUIR: ' FD-CD-USER ' '
                   WS-REF-QTD
               IF WS-REF-EMAIL-COORD = SPACES
                   DISPLAY 'SEM ESCOLA_COORD_EMAIL - COORDENACAO NAO '
                       'AVISADA'
               ELSE
                   ACCEPT NQ-DATA FROM DATE YYYYMMDD
                   ACCEPT NQ-HORA FROM TIME
                   MOVE 'REATRIB'          TO NQ-EVENTO
                   MOVE FD-CD-USER         TO NQ-CD-USER
                   MOVE WS-REF-EMAIL-COORD TO NQ-EMAIL
                   MOVE 'TPLREATR'         TO NQ-TEMPLATE
                   MOVE WS-REF-QTD         TO NQ-PARAMETRO
                   MOVE 'COORDENACAO'      TO NQ-TRATAMENTO
                   WRITE REG-NOTIFICACAO
               END-IF
           END-IF.

           MOVE FD-EMAIL       TO WH-EMAIL.
           MOVE FD-DT-SENHA    TO WH-DT-SENHA.
           MOVE FD-PHONE       TO WH-PHONE.
           MOVE FD-PHONE-TIPO  TO WH-PHONE-TIPO.
           MOVE FD-PASSWORD    TO WH-PASSWORD.
           MOVE FD-NM-PRIMEIRO TO WH-NM-PRIMEIRO.
           MOVE FD-NM-MEIO     TO WH-NM-MEIO.
           MOVE FD-CPF         TO WH-CPF.
           MOVE FD-ENDERECO    TO WH-ENDERECO.
           MOVE FD-DEPTO       TO WH-DEPTO.
           MOVE FD-DT-FIM-CONTRATO TO WH-DT-FIM-CONTRATO.
           MOVE FD-NM-SOCIAL   TO WH-NM-SOCIAL.
           MOVE WS-REG-HIST-SAIDA TO REG-HIST.
           WRITE REG-HIST.

           DISPLAY 'ARQUIVAMENTO CADUSER CONCLUIDO'.
           DISPLAY 'REGISTROS LIDOS....: ' WS-TOT-LIDOS.
           DISPLAY 'REGISTROS ARQUIVADOS: ' WS-TOT-ARQUIVADOS.
           DISPLAY 'RETIDOS POR BLOQUEIO LEGAL: ' WS-TOT-RETIDOS.
           DISPLAY 'TURMAS/NOTAS A REATRIBUIR.: ' WS-TOT-REATRIB.
           DISPLAY '============================================='.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDARQUIVA' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               CLOSE CADUSER
               CLOSE CADHIST
               CLOSE NOTIFQ
           END-IF.

       END PROGRAM CDARQUIVA.
