      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:DISTRIBUICAO DE RELATORIOS - o BOLREL da coordenacao, o
      *         RELUSR do RH e o CALCIMP do financeiro saiam por email
      *         a mao toda manha, e nos dias de esquecimento ninguem
      *         dava falta. Este programa mantem o cadastro indexado
      *         CADDIST (layout REGDIST, chave tipo do relatorio +
      *         destinatario): inclui destinatario (codigo do CADUSER
      *         ou departamento inteiro) com a frequencia de entrega,
      *         altera a frequencia, altera a sensibilidade do tipo
      *         (vale para todas as linhas dele), exclui e lista. A
      *         entrega e feita pelo passo CDDISTRIB do lote. Cada
      *         mudanca fica no CADAUD com a acao 'd'. So entra
      *         administrador identificado pelo CDLOGON e agindo em
      *         nome proprio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDISTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIST ASSIGN TO
           "CADDIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-CHAVE
           FILE STATUS IS WS-FS-CADDIST.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADDIST.
           COPY REGDIST.

       FD CADUSER.
           COPY REGUSER.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADDIST                  PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-EOF-DIST                    PIC X VALUE 'N'.
        88 FIM-CADDIST                   VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-HR-ATUAL                    PIC X(06).
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ALTERADOS               PIC 9(04) VALUE ZEROS.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

      * campos digitados e conferencia do destinatario
       77 WS-ENT-TIPO                    PIC X(10) VALUE SPACES.
       77 WS-ENT-DESTINO-TIPO            PIC X(01) VALUE SPACE.
       77 WS-ENT-DESTINO                 PIC X(08) VALUE SPACES.
       77 WS-ENT-FREQUENCIA              PIC X(01) VALUE SPACE.
       77 WS-ENT-SENSIBILIDADE           PIC X(01) VALUE SPACE.
       77 WS-SENS-DO-TIPO                PIC X(01) VALUE SPACE.
       77 WS-SENS-ANTIGA                 PIC X(01) VALUE SPACE.
       77 WS-FREQ-ANTIGA                 PIC X(01) VALUE SPACE.
       77 WS-CD-DESTINO                  PIC 9(08) VALUE ZEROS.
       77 WS-MSG-CRITICA                 PIC X(50) VALUE SPACES.

      * auditoria: texto da mudanca e detalhe
       77 WS-AUD-TEXTO                   PIC X(100) VALUE SPACES.
       77 WS-AUD-DETALHE                 PIC X(100) VALUE SPACES.
       77 WS-AUD-CD-USER                 PIC 9(08) VALUE ZEROS.

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-OPCAO NOT = 'F'
               PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'
               PERFORM 9999-FINALIZAR
           END-IF.
           GOBACK.

      * so administrador identificado pelo logon, e agindo em nome
      * proprio, decide quem recebe cada relatorio
       1000-INICIAR.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.
           IF WS-OPER-PERFIL NOT = 'A'
               DISPLAY 'DISTRIBUICAO DE RELATORIOS RESTRITA AO '
                   'ADMINISTRADOR - FACA O LOGON PELO CDLOGON'
               MOVE 'F' TO WS-OPCAO
           ELSE
               IF WS-OPER-DELEGANTE NOT = SPACES
                   DISPLAY 'PERFIL RECEBIDO POR DELEGACAO NAO MANTEM '
                       'A DISTRIBUICAO DE RELATORIOS'
                   MOVE 'F' TO WS-OPCAO
               END-IF
           END-IF.

           IF WS-OPCAO NOT = 'F'
               OPEN I-O CADDIST
               IF WS-FS-CADDIST = 35
                   OPEN OUTPUT CADDIST
                   CLOSE CADDIST
                   OPEN I-O CADDIST
               END-IF
               OPEN EXTEND CADAUD
               IF WS-FS-CADAUD = 35
                   OPEN OUTPUT CADAUD
                   CLOSE CADAUD
                   OPEN EXTEND CADAUD
               END-IF
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               IF WS-FS-CADUSER = 0
                   MOVE 'S' TO WS-CADUSER-ABERTO
               ELSE
                   DISPLAY 'CADUSER INDISPONIVEL - STATUS '
                       WS-FS-CADUSER ' - CODIGOS NAO CONFERIDOS'
               END-IF
           END-IF.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   DISTRIBUICAO DE RELATORIOS (CADDIST)'.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR DESTINATARIO'.
           DISPLAY '<A> ALTERAR FREQUENCIA'.
           DISPLAY '<S> ALTERAR SENSIBILIDADE DO TIPO'.
           DISPLAY '<E> EXCLUIR DESTINATARIO'.
           DISPLAY '<L> LISTAR DISTRIBUICAO'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'A'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2200-ALTERAR-FREQUENCIA
                   END-IF
               WHEN 'S'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2300-ALTERAR-SENSIBILIDADE
                   END-IF
               WHEN 'E'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2400-EXCLUIR
                   END-IF
               WHEN 'L'
                   PERFORM 2600-LISTAR
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * opcao que grava so roda com o online aberto; na recusa a
      * faixa e a caixa do FORMERRO saem pelo CDONLINE
       2060-CONFERE-ONLINE.
           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

      * tipo do relatorio como gravado no RELCATAL; destinatario U
      * (codigo do CADUSER, guardado com zeros a esquerda) ou D
      * (departamento)
       2050-LE-CHAVE.
           MOVE SPACES TO WS-MSG-CRITICA.
           DISPLAY 'TIPO DO RELATORIO (EX: BOLREL, RELUSR): '.
           MOVE SPACES TO WS-ENT-TIPO.
           ACCEPT WS-ENT-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-TIPO) TO WS-ENT-TIPO.
           DISPLAY 'DESTINATARIO <U> USUARIO  <D> DEPARTAMENTO: '.
           MOVE SPACE TO WS-ENT-DESTINO-TIPO.
           ACCEPT WS-ENT-DESTINO-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-DESTINO-TIPO)
             TO WS-ENT-DESTINO-TIPO.
           DISPLAY 'CODIGO DO USUARIO OU DEPARTAMENTO: '.
           MOVE SPACES TO WS-ENT-DESTINO.
           ACCEPT WS-ENT-DESTINO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-DESTINO) TO WS-ENT-DESTINO.
           EVALUATE TRUE
               WHEN WS-ENT-TIPO = SPACES
                   MOVE 'TIPO DO RELATORIO E OBRIGATORIO'
                     TO WS-MSG-CRITICA
               WHEN WS-ENT-DESTINO = SPACES
                   MOVE 'DESTINATARIO E OBRIGATORIO' TO WS-MSG-CRITICA
               WHEN WS-ENT-DESTINO-TIPO = 'U'
                   IF FUNCTION TEST-NUMVAL (WS-ENT-DESTINO) NOT = 0
                       MOVE 'CODIGO DO USUARIO INVALIDO'
                         TO WS-MSG-CRITICA
                   ELSE
                       MOVE FUNCTION NUMVAL (WS-ENT-DESTINO)
                         TO WS-CD-DESTINO
                       MOVE WS-CD-DESTINO TO WS-ENT-DESTINO
                   END-IF
               WHEN WS-ENT-DESTINO-TIPO = 'D'
                   IF WS-ENT-DESTINO (5:4) NOT = SPACES
                       MOVE 'DEPARTAMENTO TEM ATE 4 POSICOES'
                         TO WS-MSG-CRITICA
                   END-IF
               WHEN OTHER
                   MOVE 'DESTINATARIO DEVE SER U OU D' TO WS-MSG-CRITICA
           END-EVALUATE.
           MOVE WS-ENT-TIPO         TO DS-TIPO.
           MOVE WS-ENT-DESTINO-TIPO TO DS-DESTINO-TIPO.
           MOVE WS-ENT-DESTINO      TO DS-DESTINO.

       2100-INCLUIR.
           PERFORM 2050-LE-CHAVE.
           IF WS-MSG-CRITICA = SPACES
               READ CADDIST
                   INVALID KEY
                       PERFORM 2110-LE-DEFINICAO
                   NOT INVALID KEY
                       DISPLAY 'DESTINATARIO JA CADASTRADO PARA O '
                           'TIPO - USE <A>'
               END-READ
           ELSE
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           END-IF.

      * linha nova herda a sensibilidade do tipo; so o primeiro
      * destinatario de um tipo pergunta por ela
       2110-LE-DEFINICAO.
           IF WS-ENT-DESTINO-TIPO = 'U'
               PERFORM 2120-CONFERE-USUARIO
           END-IF.
           IF WS-MSG-CRITICA = SPACES
               PERFORM 2130-SENSIBILIDADE-DO-TIPO
               DISPLAY 'FREQUENCIA <D> DIARIA  <S> SEMANAL  '
                   '<M> MENSAL: '
               MOVE SPACE TO WS-ENT-FREQUENCIA
               ACCEPT WS-ENT-FREQUENCIA
               MOVE FUNCTION UPPER-CASE (WS-ENT-FREQUENCIA)
                 TO WS-ENT-FREQUENCIA
               IF WS-ENT-FREQUENCIA NOT = 'D' AND
                  WS-ENT-FREQUENCIA NOT = 'S' AND
                  WS-ENT-FREQUENCIA NOT = 'M'
                   MOVE 'FREQUENCIA DEVE SER D, S OU M'
                     TO WS-MSG-CRITICA
               END-IF
           END-IF.
           IF WS-MSG-CRITICA = SPACES AND WS-SENS-DO-TIPO = SPACE
               PERFORM 2140-LE-SENSIBILIDADE
               MOVE WS-ENT-SENSIBILIDADE TO WS-SENS-DO-TIPO
           END-IF.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
               DISPLAY 'DESTINATARIO NAO INCLUIDO'
           ELSE
               INITIALIZE REG-DISTRIBUICAO
               MOVE WS-ENT-TIPO         TO DS-TIPO
               MOVE WS-ENT-DESTINO-TIPO TO DS-DESTINO-TIPO
               MOVE WS-ENT-DESTINO      TO DS-DESTINO
               MOVE WS-ENT-FREQUENCIA   TO DS-FREQUENCIA
               MOVE WS-SENS-DO-TIPO     TO DS-SENSIBILIDADE
               PERFORM 3100-CARIMBA-ALTERACAO
               WRITE REG-DISTRIBUICAO
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR DESTINATARIO - STATUS '
                           WS-FS-CADDIST
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUD-TEXTO
                       STRING 'DISTRIBUICAO INCLUIDA '
                           FUNCTION TRIM (DS-TIPO) ' PARA '
                           DS-DESTINO-TIPO ' '
                           FUNCTION TRIM (DS-DESTINO)
                           DELIMITED BY SIZE INTO WS-AUD-TEXTO
                       PERFORM 3200-DESCREVE-LINHA
                       PERFORM 4000-REGISTRA-AUDITORIA
                       DISPLAY 'DESTINATARIO INCLUIDO'
               END-WRITE
           END-IF.

      * destinatario individual tem de existir e poder receber email;
      * sem o CADUSER aberto a conferencia fica para o CDDISTRIB
       2120-CONFERE-USUARIO.
           IF WS-CADUSER-ABERTO = 'S'
               MOVE WS-CD-DESTINO TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'USUARIO NAO CADASTRADO' TO WS-MSG-CRITICA
                   NOT INVALID KEY
                       IF CONTA-BLOQUEADA
                           MOVE 'CONTA BLOQUEADA' TO WS-MSG-CRITICA
                       END-IF
                       IF FD-EMAIL = SPACES OR EMAIL-INVALIDO
                           MOVE 'USUARIO SEM EMAIL VALIDO'
                             TO WS-MSG-CRITICA
                       END-IF
                       IF WS-MSG-CRITICA = SPACES
                           DISPLAY 'USUARIO: ' FUNCTION TRIM (FD-NM)
                               ' PERFIL ' FD-PERFIL
                       END-IF
               END-READ
           END-IF.

      * primeira linha do tipo no CADDIST diz a sensibilidade dele
       2130-SENSIBILIDADE-DO-TIPO.
           MOVE SPACE TO WS-SENS-DO-TIPO.
           MOVE WS-ENT-TIPO TO DS-TIPO.
           MOVE LOW-VALUES TO DS-DESTINO-TIPO DS-DESTINO.
           START CADDIST KEY IS GREATER THAN OR EQUAL TO DS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CADDIST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DS-TIPO = WS-ENT-TIPO
                               MOVE DS-SENSIBILIDADE
                                 TO WS-SENS-DO-TIPO
                               DISPLAY 'SENSIBILIDADE DO TIPO: '
                                   DS-SENSIBILIDADE
                           END-IF
                   END-READ
           END-START.

       2140-LE-SENSIBILIDADE.
           DISPLAY 'SENSIBILIDADE <I> INTERNA  <P> DADOS PESSOAIS  '
               '<R> RESTRITA: '.
           MOVE SPACE TO WS-ENT-SENSIBILIDADE.
           ACCEPT WS-ENT-SENSIBILIDADE.
           MOVE FUNCTION UPPER-CASE (WS-ENT-SENSIBILIDADE)
             TO WS-ENT-SENSIBILIDADE.
           IF WS-ENT-SENSIBILIDADE NOT = 'I' AND
              WS-ENT-SENSIBILIDADE NOT = 'P' AND
              WS-ENT-SENSIBILIDADE NOT = 'R'
               MOVE 'SENSIBILIDADE DEVE SER I, P OU R'
                 TO WS-MSG-CRITICA
           END-IF.

       2200-ALTERAR-FREQUENCIA.
           PERFORM 2050-LE-CHAVE.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               READ CADDIST
                   INVALID KEY
                       DISPLAY 'DESTINATARIO NAO CADASTRADO PARA O TIPO'
                   NOT INVALID KEY
                       PERFORM 2210-MOSTRA-LINHA
                       PERFORM 2220-GRAVA-FREQUENCIA
               END-READ
           END-IF.

       2210-MOSTRA-LINHA.
           PERFORM 3200-DESCREVE-LINHA.
           DISPLAY 'RELATORIO: ' FUNCTION TRIM (DS-TIPO)
               '  DESTINATARIO: ' DS-DESTINO-TIPO ' '
               FUNCTION TRIM (DS-DESTINO).
           DISPLAY FUNCTION TRIM (WS-AUD-DETALHE).
           DISPLAY 'ALTERADO EM ' DS-DATA-ALT ' ' DS-HORA-ALT
               ' POR ' DS-OPERADOR.

       2220-GRAVA-FREQUENCIA.
           DISPLAY 'NOVA FREQUENCIA <D> DIARIA  <S> SEMANAL  '
               '<M> MENSAL: '.
           MOVE SPACE TO WS-ENT-FREQUENCIA.
           ACCEPT WS-ENT-FREQUENCIA.
           MOVE FUNCTION UPPER-CASE (WS-ENT-FREQUENCIA)
             TO WS-ENT-FREQUENCIA.
           EVALUATE TRUE
               WHEN WS-ENT-FREQUENCIA NOT = 'D' AND
                    WS-ENT-FREQUENCIA NOT = 'S' AND
                    WS-ENT-FREQUENCIA NOT = 'M'
                   DISPLAY 'FREQUENCIA DEVE SER D, S OU M'
               WHEN WS-ENT-FREQUENCIA = DS-FREQUENCIA
                   DISPLAY 'FREQUENCIA NAO MUDOU'
               WHEN OTHER
                   MOVE DS-FREQUENCIA     TO WS-FREQ-ANTIGA
                   MOVE WS-ENT-FREQUENCIA TO DS-FREQUENCIA
                   PERFORM 3100-CARIMBA-ALTERACAO
                   REWRITE REG-DISTRIBUICAO
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR DESTINATARIO - '
                               'STATUS ' WS-FS-CADDIST
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AUD-TEXTO
                           STRING 'FREQUENCIA ALTERADA '
                               FUNCTION TRIM (DS-TIPO) ' PARA '
                               DS-DESTINO-TIPO ' '
                               FUNCTION TRIM (DS-DESTINO) ': '
                               WS-FREQ-ANTIGA ' -> ' DS-FREQUENCIA
                               DELIMITED BY SIZE INTO WS-AUD-TEXTO
                           PERFORM 3200-DESCREVE-LINHA
                           PERFORM 4000-REGISTRA-AUDITORIA
                           DISPLAY 'FREQUENCIA ALTERADA'
                   END-REWRITE
           END-EVALUATE.

      * a sensibilidade e do relatorio, nao do destinatario: a troca
      * regrava todas as linhas do tipo e fica numa linha de auditoria
       2300-ALTERAR-SENSIBILIDADE.
           MOVE SPACES TO WS-MSG-CRITICA.
           DISPLAY 'TIPO DO RELATORIO: '.
           MOVE SPACES TO WS-ENT-TIPO.
           ACCEPT WS-ENT-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-TIPO) TO WS-ENT-TIPO.
           PERFORM 2130-SENSIBILIDADE-DO-TIPO.
           IF WS-SENS-DO-TIPO = SPACE
               DISPLAY 'TIPO SEM DESTINATARIOS NO CADDIST'
           ELSE
               PERFORM 2140-LE-SENSIBILIDADE
               EVALUATE TRUE
                   WHEN WS-MSG-CRITICA NOT = SPACES
                       DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
                   WHEN WS-ENT-SENSIBILIDADE = WS-SENS-DO-TIPO
                       DISPLAY 'SENSIBILIDADE NAO MUDOU'
                   WHEN OTHER
                       PERFORM 2310-REGRAVA-TIPO
               END-EVALUATE
           END-IF.

       2310-REGRAVA-TIPO.
           MOVE WS-SENS-DO-TIPO TO WS-SENS-ANTIGA.
           MOVE ZEROS TO WS-TOT-ALTERADOS.
           MOVE 'N' TO WS-EOF-DIST.
           MOVE WS-ENT-TIPO TO DS-TIPO.
           MOVE LOW-VALUES TO DS-DESTINO-TIPO DS-DESTINO.
           START CADDIST KEY IS GREATER THAN OR EQUAL TO DS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DIST
           END-START.
           PERFORM 2320-REGRAVA-LINHA UNTIL FIM-CADDIST.
           MOVE SPACES TO WS-AUD-TEXTO.
           STRING 'SENSIBILIDADE ALTERADA ' FUNCTION TRIM (WS-ENT-TIPO)
               ': ' WS-SENS-ANTIGA ' -> ' WS-ENT-SENSIBILIDADE
               DELIMITED BY SIZE INTO WS-AUD-TEXTO.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING 'LINHAS DO TIPO REGRAVADAS: ' WS-TOT-ALTERADOS
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           MOVE ZEROS TO WS-AUD-CD-USER.
           PERFORM 4000-REGISTRA-AUDITORIA.
           DISPLAY 'SENSIBILIDADE ALTERADA EM ' WS-TOT-ALTERADOS
               ' LINHA(S)'.

       2320-REGRAVA-LINHA.
           READ CADDIST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DIST
               NOT AT END
                   IF DS-TIPO NOT = WS-ENT-TIPO
                       MOVE 'S' TO WS-EOF-DIST
                   ELSE
                       MOVE WS-ENT-SENSIBILIDADE TO DS-SENSIBILIDADE
                       PERFORM 3100-CARIMBA-ALTERACAO
                       REWRITE REG-DISTRIBUICAO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR '
                                   DS-DESTINO-TIPO ' ' DS-DESTINO
                                   ' - STATUS ' WS-FS-CADDIST
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-ALTERADOS
                       END-REWRITE
                   END-IF
           END-READ.

       2400-EXCLUIR.
           PERFORM 2050-LE-CHAVE.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               READ CADDIST
                   INVALID KEY
                       DISPLAY 'DESTINATARIO NAO CADASTRADO PARA O TIPO'
                   NOT INVALID KEY
                       PERFORM 2210-MOSTRA-LINHA
                       DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
                       MOVE SPACE TO WS-OPCAO
                       ACCEPT WS-OPCAO
                       IF WS-OPCAO = 'S' OR WS-OPCAO = 's'
                           PERFORM 2410-GRAVA-EXCLUSAO
                       ELSE
                           DISPLAY 'EXCLUSAO CANCELADA'
                       END-IF
                       MOVE SPACE TO WS-OPCAO
               END-READ
           END-IF.

       2410-GRAVA-EXCLUSAO.
           DELETE CADDIST
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR DESTINATARIO - STATUS '
                       WS-FS-CADDIST
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-TEXTO
                   STRING 'DISTRIBUICAO EXCLUIDA '
                       FUNCTION TRIM (DS-TIPO) ' PARA '
                       DS-DESTINO-TIPO ' '
                       FUNCTION TRIM (DS-DESTINO)
                       DELIMITED BY SIZE INTO WS-AUD-TEXTO
                   PERFORM 3200-DESCREVE-LINHA
                   PERFORM 4000-REGISTRA-AUDITORIA
                   DISPLAY 'DESTINATARIO EXCLUIDO'
           END-DELETE.

      * tipo em branco lista o cadastro inteiro
       2600-LISTAR.
           DISPLAY 'TIPO DO RELATORIO (BRANCO = TODOS): '.
           MOVE SPACES TO WS-ENT-TIPO.
           ACCEPT WS-ENT-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-TIPO) TO WS-ENT-TIPO.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-DIST.
           MOVE LOW-VALUES TO DS-CHAVE.
           IF WS-ENT-TIPO NOT = SPACES
               MOVE WS-ENT-TIPO TO DS-TIPO
           END-IF.
           START CADDIST KEY IS GREATER THAN OR EQUAL TO DS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DIST
           END-START.
           DISPLAY 'TIPO       D DESTINO  F S ULT ENVIO'.
           PERFORM 2610-LISTA-LINHA UNTIL FIM-CADDIST.
           DISPLAY 'TOTAL DE DESTINATARIOS: ' WS-TOT-LISTADOS.

       2610-LISTA-LINHA.
           READ CADDIST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DIST
               NOT AT END
                   IF WS-ENT-TIPO NOT = SPACES AND
                      DS-TIPO NOT = WS-ENT-TIPO
                       MOVE 'S' TO WS-EOF-DIST
                   ELSE
                       ADD 1 TO WS-TOT-LISTADOS
                       DISPLAY DS-TIPO ' ' DS-DESTINO-TIPO ' '
                           DS-DESTINO ' ' DS-FREQUENCIA ' '
                           DS-SENSIBILIDADE ' ' DS-ULT-ENVIO
                           ' - ALTERADO EM ' DS-DATA-ALT ' POR '
                           DS-OPERADOR
                   END-IF
           END-READ.

       3100-CARIMBA-ALTERACAO.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           MOVE WS-OPER-CODIGO TO DS-OPERADOR.
           MOVE WS-DT-ATUAL    TO DS-DATA-ALT.
           MOVE WS-HR-ATUAL    TO DS-HORA-ALT.

      * frequencia e sensibilidade legiveis, usadas na tela e na
      * auditoria; o codigo do destinatario individual vai no
      * CD-USER da auditoria
       3200-DESCREVE-LINHA.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING 'FREQUENCIA ' DS-FREQUENCIA
               ' (D DIARIA/S SEMANAL/M MENSAL) SENSIBILIDADE '
               DS-SENSIBILIDADE
               ' (I INTERNA/P DADOS PESSOAIS/R RESTRITA)'
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           MOVE ZEROS TO WS-AUD-CD-USER.
           IF DESTINO-USUARIO AND DS-DESTINO IS NUMERIC
               MOVE DS-DESTINO TO WS-AUD-CD-USER
           END-IF.

      * acao 'd' marca mudanca na distribuicao de relatorios: o texto
      * leva o tipo e o destinatario, o campo de email a definicao
       4000-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE WS-AUD-CD-USER TO AU-CD-USER.
           MOVE 'd'            TO AU-ACAO.
           MOVE WS-AUD-TEXTO   TO AU-NM.
           MOVE WS-AUD-DETALHE TO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE SPACES         TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       9999-FINALIZAR.
           CLOSE CADDIST.
           CLOSE CADAUD.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
               MOVE 'N' TO WS-CADUSER-ABERTO
           END-IF.

       END PROGRAM CDDISTMNT.
