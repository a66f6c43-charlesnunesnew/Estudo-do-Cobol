      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:OCORRENCIAS DISCIPLINARES - briga, suspensao e atraso
      *         repetido ficavam no livro da coordenacao: o conselho
      *         de classe decidia sem ve-los e o aluno transferido
      *         saia sem registro nenhum. Este programa mantem o
      *         cadastro indexado CADOCORR (layout no copybook
      *         REGOCORR), uma ocorrencia por aluno e sequencia:
      *           R - registra: aluno ativo do CADALUNO, data (nao
      *               futura), tipo da tabela CADTPOCO, gravidade
      *               (sugerida pelo tipo), descricao, professor que
      *               relatou (codigo do CADUSER, por omissao o
      *               proprio operador) e a medida tomada;
      *           C - consulta as ocorrencias de um aluno na tela;
      *           H - imprime o historico do aluno pelo CDOCOREL;
      *           T - tabela de tipos CADTPOCO (layout REGTPOCO), so
      *               para administrador: inclui, altera e lista.
      *         Entra quem tem o direito ao programa no CADDIREI; o
      *         perfil de consulta nao tem o direito por padrao. As
      *         cartas aos responsaveis nos tipos que avisam saem no
      *         lote noturno CDOCOCAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDOCORR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOCORR ASSIGN TO
           "CADOCORR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OC-CHAVE
           FILE STATUS IS WS-FS-CADOCORR.

           SELECT CADTPOCO ASSIGN TO
           "CADTPOCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TO-CODIGO
           FILE STATUS IS WS-FS-CADTPOCO.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

       DATA DIVISION.
       FILE SECTION.
       FD CADOCORR.
           COPY REGOCORR.

       FD CADTPOCO.
           COPY REGTPOCO.

       FD CADALUNO.
           COPY REGALUNO.

       FD CADUSER.
           COPY REGUSER.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADOCORR                 PIC 99.
       77 WS-FS-CADTPOCO                 PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
      * situacao da abertura dos arquivos: o status muda a cada
      * leitura e nao serve para saber se o arquivo esta aberto
       77 WS-ABERTO-OCORR                PIC X VALUE 'N'.
       77 WS-ABERTO-TIPO                 PIC X VALUE 'N'.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-CADUSER              PIC X VALUE 'N'.
       77 WS-EOF-OCORR                   PIC X VALUE 'N'.
        88 FIM-CADOCORR                  VALUE 'S'.
       77 WS-EOF-TIPO                    PIC X VALUE 'N'.
        88 FIM-CADTPOCO                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-OPCAO-TIPO                  PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
        88 OPER-ADMIN                    VALUE 'A'.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDOCORR'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.

      * dados digitados da ocorrencia
       77 WS-CD-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-DATA-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-DATA                        PIC 9(08) VALUE ZEROS.
       77 WS-TIPO                        PIC X(04) VALUE SPACES.
       77 WS-GRAVIDADE                   PIC X(01) VALUE SPACE.
       77 WS-DESCRICAO                   PIC X(100) VALUE SPACES.
       77 WS-PROFESSOR                   PIC 9(08) VALUE ZEROS.
       77 WS-MEDIDA                      PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA                    PIC X(01) VALUE SPACE.
       77 WS-RECUSA                      PIC X(60) VALUE SPACES.

      * dados apurados nos cadastros para a ocorrencia
       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-NOME-ALUNO                  PIC X(30) VALUE SPACES.
       77 WS-AVISA-RESP                  PIC X(01) VALUE SPACE.
       77 WS-PROX-SEQ                    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-TOT-GRAVES                  PIC 9(04) VALUE ZEROS.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-GRAVIDADE-TEXTO             PIC X(05) VALUE SPACES.

      * dados digitados do tipo de ocorrencia
       77 WS-ENT-DESCRICAO               PIC X(30) VALUE SPACES.
       77 WS-ENT-GRAVIDADE               PIC X(01) VALUE SPACE.
       77 WS-ENT-AVISA                   PIC X(01) VALUE SPACE.
       77 WS-ENT-SITUACAO                PIC X(01) VALUE SPACE.

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

      * o historico impresso e do CDOCOREL, chamado com o aluno na
      * variavel OCOREL_ALUNO
       77 WS-ALUNO-TEXTO                 PIC X(05) VALUE SPACES.
       77 WS-RELATORIO                   PIC X(10) VALUE 'CDOCOREL'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-MENU UNTIL WS-OPCAO = 'F'.
           PERFORM 9999-FINALIZAR.
           GOBACK.

      * sem o CADUSER em disco o professor informado nao e conferido,
      * como no CDHORAR; sem CADALUNO nao ha aluno para registrar
       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           IF WS-OPCAO NOT = 'F'
               PERFORM 1100-ABRE-ARQUIVOS
           END-IF.

      * so entra quem tem o direito ao programa na tabela CADDIREI;
      * rodando avulso, sem logon, o acesso continua pleno
       1010-CONFERE-DIREITO.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-DIR-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-DIR-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           MOVE ZEROS TO WS-DIR-OPERADOR.
           IF WS-DIR-OPER-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-DIR-OPER-TEXTO)
                 TO WS-DIR-OPERADOR
           END-IF.
           CALL 'CDDIREIT' USING WS-DIR-OPERADOR WS-DIR-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'PROGRAMA ' FUNCTION TRIM (WS-DIR-PROGRAMA)
                   ' NAO LIBERADO PARA O OPERADOR'
               MOVE 'F' TO WS-OPCAO
           END-IF.
           IF WS-DIR-PERFIL = SPACE
               MOVE 'A' TO WS-DIR-PERFIL
           END-IF.

       1100-ABRE-ARQUIVOS.
           OPEN I-O CADOCORR.
           IF WS-FS-CADOCORR = 35
               OPEN OUTPUT CADOCORR
               CLOSE CADOCORR
               OPEN I-O CADOCORR
           END-IF.
           IF WS-FS-CADOCORR NOT = 0
               DISPLAY 'CADOCORR NAO ABRIU - STATUS ' WS-FS-CADOCORR
               MOVE 'F' TO WS-OPCAO
           ELSE
               MOVE 'S' TO WS-ABERTO-OCORR
               OPEN I-O CADTPOCO
               IF WS-FS-CADTPOCO = 35
                   OPEN OUTPUT CADTPOCO
                   CLOSE CADTPOCO
                   OPEN I-O CADTPOCO
               END-IF
               IF WS-FS-CADTPOCO = 0
                   MOVE 'S' TO WS-ABERTO-TIPO
               ELSE
                   DISPLAY 'AVISO: CADTPOCO NAO ABRIU - STATUS '
                       WS-FS-CADTPOCO ' - SO CONSULTA'
               END-IF
               OPEN INPUT CADALUNO
               IF WS-FS-CADALUNO = 0
                   MOVE 'S' TO WS-ABERTO-ALUNO
               ELSE
                   DISPLAY 'AVISO: CADALUNO NAO ABRIU - STATUS '
                       WS-FS-CADALUNO ' - SO CONSULTA'
               END-IF
               ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF WS-CADUSER-PATH = SPACES THEN
                   MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               IF WS-FS-CADUSER = 0
                   MOVE 'S' TO WS-ABERTO-CADUSER
               END-IF
           END-IF.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   OCORRENCIAS DISCIPLINARES (CADOCORR)'.
           DISPLAY '============================================='.
           DISPLAY '<R> REGISTRAR OCORRENCIA'.
           DISPLAY '<C> CONSULTAR OCORRENCIAS DO ALUNO'.
           DISPLAY '<H> IMPRIMIR HISTORICO DO ALUNO'.
           IF OPER-ADMIN
               DISPLAY '<T> TABELA DE TIPOS DE OCORRENCIA'
           END-IF.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'R'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-REGISTRAR
                   END-IF
               WHEN 'C'
                   PERFORM 2300-CONSULTAR
               WHEN 'H'
                   PERFORM 2400-IMPRIME-HISTORICO
               WHEN 'T'
                   IF OPER-ADMIN
                       PERFORM 2500-TABELA-TIPOS
                   ELSE
                       DISPLAY 'TABELA DE TIPOS RESTRITA AO '
                           'ADMINISTRADOR'
                   END-IF
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * opcao que grava so roda com o online aberto; na recusa a
      * faixa e a caixa do FORMERRO saem pelo CDONLINE
       2050-CONFERE-ONLINE.
           MOVE 'V' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

      *================= REGISTRO DA OCORRENCIA =======================
       2100-REGISTRAR.
           MOVE SPACES TO WS-RECUSA.
           IF WS-ABERTO-ALUNO NOT = 'S' OR WS-ABERTO-TIPO NOT = 'S'
               MOVE 'CADALUNO OU CADTPOCO INDISPONIVEL' TO WS-RECUSA
           ELSE
               DISPLAY 'CODIGO DO ALUNO: '
               MOVE ZEROS TO WS-CD-ALUNO
               ACCEPT WS-CD-ALUNO
               PERFORM 2110-CONFERE-ALUNO
           END-IF.
           IF WS-RECUSA = SPACES
               DISPLAY 'ALUNO ' WS-CD-ALUNO ' - '
                   FUNCTION TRIM (WS-NOME-ALUNO) ' TURMA ' WS-TURMA
               DISPLAY 'DATA DA OCORRENCIA (AAAAMMDD, VAZIO = HOJE): '
               MOVE SPACES TO WS-DATA-TEXTO
               ACCEPT WS-DATA-TEXTO
               PERFORM 2120-CONFERE-DATA
           END-IF.
           IF WS-RECUSA = SPACES
               PERFORM 2130-MOSTRA-TIPOS
               DISPLAY 'TIPO DA OCORRENCIA: '
               MOVE SPACES TO WS-TIPO
               ACCEPT WS-TIPO
               MOVE FUNCTION UPPER-CASE (WS-TIPO) TO WS-TIPO
               PERFORM 2140-CONFERE-TIPO
           END-IF.
           IF WS-RECUSA = SPACES
               DISPLAY 'GRAVIDADE L LEVE / M MEDIA / G GRAVE (VAZIO = '
                   TO-GRAVIDADE '): '
               MOVE SPACE TO WS-GRAVIDADE
               ACCEPT WS-GRAVIDADE
               MOVE FUNCTION UPPER-CASE (WS-GRAVIDADE) TO WS-GRAVIDADE
               IF WS-GRAVIDADE = SPACE
                   MOVE TO-GRAVIDADE TO WS-GRAVIDADE
               END-IF
               IF WS-GRAVIDADE NOT = 'L' AND WS-GRAVIDADE NOT = 'M'
                  AND WS-GRAVIDADE NOT = 'G'
                   MOVE 'GRAVIDADE DEVE SER L, M OU G' TO WS-RECUSA
               END-IF
           END-IF.
           IF WS-RECUSA = SPACES
               DISPLAY 'DESCRICAO DO FATO: '
               MOVE SPACES TO WS-DESCRICAO
               ACCEPT WS-DESCRICAO
               IF WS-DESCRICAO = SPACES
                   MOVE 'A DESCRICAO DO FATO E OBRIGATORIA' TO WS-RECUSA
               END-IF
           END-IF.
           IF WS-RECUSA = SPACES
               DISPLAY 'PROFESSOR QUE RELATOU (CADUSER, ZERO = '
                   WS-DIR-OPERADOR '): '
               MOVE ZEROS TO WS-PROFESSOR
               ACCEPT WS-PROFESSOR
               IF WS-PROFESSOR = ZEROS
                   MOVE WS-DIR-OPERADOR TO WS-PROFESSOR
               END-IF
               PERFORM 2150-CONFERE-PROFESSOR
           END-IF.
           IF WS-RECUSA = SPACES
               DISPLAY 'MEDIDA TOMADA: '
               MOVE SPACES TO WS-MEDIDA
               ACCEPT WS-MEDIDA
               IF WS-MEDIDA = SPACES
                   MOVE 'NENHUMA' TO WS-MEDIDA
               END-IF
           END-IF.
           IF WS-RECUSA NOT = SPACES
               DISPLAY 'OCORRENCIA RECUSADA - '
                   FUNCTION TRIM (WS-RECUSA)
           ELSE
               IF WS-AVISA-RESP = 'S'
                   DISPLAY 'TIPO COM AVISO: OS RESPONSAVEIS RECEBEM '
                       'CARTA NO LOTE NOTURNO'
               END-IF
               DISPLAY 'CONFIRMA O REGISTRO (S/N)? '
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM 2160-GRAVA-OCORRENCIA
               ELSE
                   DISPLAY 'REGISTRO CANCELADO'
               END-IF
           END-IF.

      * so aluno ativo recebe ocorrencia nova; a turma e o nome sao
      * os do dia do registro
       2110-CONFERE-ALUNO.
           MOVE WS-CD-ALUNO TO AL-CODIGO.
           READ CADALUNO
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO NO CADALUNO' TO WS-RECUSA
               NOT INVALID KEY
                   IF NOT ALUNO-ATIVO
                       MOVE 'ALUNO NAO ESTA ATIVO' TO WS-RECUSA
                   ELSE
                       MOVE AL-TURMA TO WS-TURMA
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WS-NOME-ALUNO
                       ELSE
                           MOVE AL-NOME TO WS-NOME-ALUNO
                       END-IF
                   END-IF
           END-READ.

       2120-CONFERE-DATA.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           IF WS-DATA-TEXTO = SPACES
               MOVE WS-DT-ATUAL TO WS-DATA
           ELSE
               IF WS-DATA-TEXTO IS NOT NUMERIC
                   MOVE 'DATA INVALIDA' TO WS-RECUSA
               ELSE
                   MOVE WS-DATA-TEXTO TO WS-DATA
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA) NOT = 0
                       MOVE 'DATA INVALIDA' TO WS-RECUSA
                   END-IF
               END-IF
           END-IF.
           IF WS-RECUSA = SPACES AND WS-DATA > WS-DT-ATUAL
               MOVE 'DATA DA OCORRENCIA NO FUTURO' TO WS-RECUSA
           END-IF.

      * os tipos ativos sao mostrados para a escolha
       2130-MOSTRA-TIPOS.
           DISPLAY 'TIPOS ATIVOS:'.
           MOVE 'N' TO WS-EOF-TIPO.
           MOVE LOW-VALUES TO TO-CODIGO.
           START CADTPOCO KEY IS GREATER THAN OR EQUAL TO TO-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-TIPO
           END-START.
           PERFORM 2135-MOSTRA-TIPO UNTIL FIM-CADTPOCO.

       2135-MOSTRA-TIPO.
           READ CADTPOCO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-TIPO
               NOT AT END
                   IF TIPO-ATIVO
                       DISPLAY '  ' TO-CODIGO ' - ' TO-DESCRICAO ' ('
                           TO-GRAVIDADE ')'
                   END-IF
           END-READ.

       2140-CONFERE-TIPO.
           MOVE WS-TIPO TO TO-CODIGO.
           READ CADTPOCO
               INVALID KEY
                   MOVE 'TIPO FORA DA TABELA CADTPOCO' TO WS-RECUSA
               NOT INVALID KEY
                   IF NOT TIPO-ATIVO
                       MOVE 'TIPO DE OCORRENCIA INATIVO' TO WS-RECUSA
                   ELSE
                       MOVE TO-AVISA-RESP TO WS-AVISA-RESP
                   END-IF
           END-READ.

      * o professor que relatou tem de existir e estar liberado no
      * CADUSER
       2150-CONFERE-PROFESSOR.
           IF WS-PROFESSOR = ZEROS
               MOVE 'INFORME O CODIGO DO PROFESSOR QUE RELATOU'
                 TO WS-RECUSA
           END-IF.
           IF WS-RECUSA = SPACES AND WS-ABERTO-CADUSER = 'S'
               MOVE WS-PROFESSOR TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'PROFESSOR NAO CADASTRADO NO CADUSER'
                         TO WS-RECUSA
                   NOT INVALID KEY
                       IF CONTA-BLOQUEADA
                           MOVE 'PROFESSOR COM CONTA BLOQUEADA NO '
                             TO WS-RECUSA
                           MOVE 'CADUSER' TO WS-RECUSA (35:)
                       END-IF
               END-READ
           END-IF.

      * a sequencia da ocorrencia e a proxima do aluno
       2160-GRAVA-OCORRENCIA.
           PERFORM 2170-PROXIMA-SEQUENCIA.
           INITIALIZE REG-OCORRENCIA.
           MOVE WS-CD-ALUNO     TO OC-CD-ALUNO.
           MOVE WS-PROX-SEQ     TO OC-SEQ.
           MOVE WS-DATA         TO OC-DATA.
           MOVE WS-TURMA        TO OC-TURMA.
           MOVE WS-TIPO         TO OC-TIPO.
           MOVE WS-GRAVIDADE    TO OC-GRAVIDADE.
           MOVE WS-DESCRICAO    TO OC-DESCRICAO.
           MOVE WS-PROFESSOR    TO OC-PROFESSOR.
           MOVE WS-MEDIDA       TO OC-MEDIDA.
           MOVE WS-DIR-OPERADOR TO OC-OPERADOR.
           MOVE WS-DT-ATUAL     TO OC-DT-REGISTRO.
           IF WS-AVISA-RESP = 'S'
               MOVE 'N' TO OC-CARTA
           ELSE
               MOVE 'X' TO OC-CARTA
           END-IF.
           WRITE REG-OCORRENCIA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A OCORRENCIA - STATUS '
                       WS-FS-CADOCORR
               NOT INVALID KEY
                   DISPLAY 'OCORRENCIA ' OC-SEQ ' DO ALUNO '
                       OC-CD-ALUNO ' REGISTRADA'
           END-WRITE.

       2170-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE 'N' TO WS-EOF-OCORR.
           MOVE WS-CD-ALUNO TO OC-CD-ALUNO.
           MOVE ZEROS TO OC-SEQ.
           START CADOCORR KEY IS GREATER THAN OR EQUAL TO OC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-OCORR
           END-START.
           PERFORM 2175-LE-SEQUENCIA UNTIL FIM-CADOCORR.
           ADD 1 TO WS-PROX-SEQ.

       2175-LE-SEQUENCIA.
           READ CADOCORR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OCORR
               NOT AT END
                   IF OC-CD-ALUNO NOT = WS-CD-ALUNO
                       MOVE 'S' TO WS-EOF-OCORR
                   ELSE
                       MOVE OC-SEQ TO WS-PROX-SEQ
                   END-IF
           END-READ.

      *================= CONSULTA E HISTORICO =========================
       2300-CONSULTAR.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           MOVE SPACES TO WS-NOME-ALUNO.
           MOVE SPACES TO WS-TURMA.
           IF WS-ABERTO-ALUNO = 'S'
               MOVE WS-CD-ALUNO TO AL-CODIGO
               READ CADALUNO
                   INVALID KEY
                       MOVE 'ALUNO FORA DO CADALUNO' TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE AL-TURMA TO WS-TURMA
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WS-NOME-ALUNO
                       ELSE
                           MOVE AL-NOME TO WS-NOME-ALUNO
                       END-IF
               END-READ
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ALUNO ' WS-CD-ALUNO ' - '
               FUNCTION TRIM (WS-NOME-ALUNO) ' TURMA ' WS-TURMA.
           DISPLAY 'SEQ  DATA     TURMA TIPO GRAV  PROFESSOR MEDIDA'.
           MOVE ZEROS TO WS-TOT-LISTADOS.
           MOVE ZEROS TO WS-TOT-GRAVES.
           MOVE 'N' TO WS-EOF-OCORR.
           MOVE WS-CD-ALUNO TO OC-CD-ALUNO.
           MOVE ZEROS TO OC-SEQ.
           START CADOCORR KEY IS GREATER THAN OR EQUAL TO OC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-OCORR
           END-START.
           PERFORM 2310-MOSTRA-OCORRENCIA UNTIL FIM-CADOCORR.
           DISPLAY 'OCORRENCIAS: ' WS-TOT-LISTADOS
               '  GRAVES: ' WS-TOT-GRAVES.
           DISPLAY '---------------------------------------------'.

       2310-MOSTRA-OCORRENCIA.
           READ CADOCORR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-OCORR
               NOT AT END
                   IF OC-CD-ALUNO NOT = WS-CD-ALUNO
                       MOVE 'S' TO WS-EOF-OCORR
                   ELSE
                       ADD 1 TO WS-TOT-LISTADOS
                       IF OCORRENCIA-GRAVE
                           ADD 1 TO WS-TOT-GRAVES
                       END-IF
                       PERFORM 2320-TEXTO-GRAVIDADE
                       DISPLAY OC-SEQ ' ' OC-DATA ' ' OC-TURMA '   '
                           OC-TIPO ' ' WS-GRAVIDADE-TEXTO ' '
                           OC-PROFESSOR '  ' FUNCTION TRIM (OC-MEDIDA)
                       DISPLAY '     ' FUNCTION TRIM (OC-DESCRICAO)
                       IF OC-CARTA-EMITIDA
                           DISPLAY '     CARTA AOS RESPONSAVEIS EM '
                               OC-DT-CARTA
                       END-IF
                       IF OC-CARTA-PENDENTE
                           DISPLAY '     CARTA AOS RESPONSAVEIS '
                               'PENDENTE'
                       END-IF
                   END-IF
           END-READ.

       2320-TEXTO-GRAVIDADE.
           EVALUATE TRUE
               WHEN OCORRENCIA-LEVE
                   MOVE 'LEVE' TO WS-GRAVIDADE-TEXTO
               WHEN OCORRENCIA-MEDIA
                   MOVE 'MEDIA' TO WS-GRAVIDADE-TEXTO
               WHEN OCORRENCIA-GRAVE
                   MOVE 'GRAVE' TO WS-GRAVIDADE-TEXTO
               WHEN OTHER
                   MOVE OC-GRAVIDADE TO WS-GRAVIDADE-TEXTO
           END-EVALUATE.

      * o historico impresso sai pelo CDOCOREL com o aluno pedido; o
      * relatorio e descarregado (CANCEL) para a proxima chamada
       2400-IMPRIME-HISTORICO.
           DISPLAY 'CODIGO DO ALUNO: '.
           MOVE ZEROS TO WS-CD-ALUNO.
           ACCEPT WS-CD-ALUNO.
           IF WS-CD-ALUNO = ZEROS
               DISPLAY 'ALUNO NAO INFORMADO - NADA IMPRESSO'
           ELSE
               MOVE WS-CD-ALUNO TO WS-ALUNO-TEXTO
               DISPLAY 'OCOREL_ALUNO' UPON ENVIRONMENT-NAME
               DISPLAY WS-ALUNO-TEXTO UPON ENVIRONMENT-VALUE
               CALL WS-RELATORIO END-CALL
               CANCEL WS-RELATORIO
               MOVE SPACES TO WS-ALUNO-TEXTO
               DISPLAY 'OCOREL_ALUNO' UPON ENVIRONMENT-NAME
               DISPLAY WS-ALUNO-TEXTO UPON ENVIRONMENT-VALUE
           END-IF.

      *================= TABELA DE TIPOS ==============================
       2500-TABELA-TIPOS.
           IF WS-ABERTO-TIPO NOT = 'S'
               DISPLAY 'CADTPOCO INDISPONIVEL'
           ELSE
               DISPLAY '<I> INCLUIR TIPO  <A> ALTERAR TIPO  '
                   '<L> LISTAR TIPOS'
               MOVE SPACE TO WS-OPCAO-TIPO
               ACCEPT WS-OPCAO-TIPO
               EVALUATE WS-OPCAO-TIPO
                   WHEN 'I'
                       PERFORM 2050-CONFERE-ONLINE
                       IF ONL-LIBERADO
                           PERFORM 2510-INCLUIR-TIPO
                       END-IF
                   WHEN 'A'
                       PERFORM 2050-CONFERE-ONLINE
                       IF ONL-LIBERADO
                           PERFORM 2520-ALTERAR-TIPO
                       END-IF
                   WHEN 'L'
                       PERFORM 2550-LISTAR-TIPOS
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-IF.

       2510-INCLUIR-TIPO.
           DISPLAY 'CODIGO DO TIPO (4 POSICOES): '.
           MOVE SPACES TO WS-TIPO.
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-TIPO) TO WS-TIPO.
           IF WS-TIPO = SPACES
               DISPLAY 'CODIGO DO TIPO E OBRIGATORIO'
           ELSE
               MOVE WS-TIPO TO TO-CODIGO
               READ CADTPOCO
                   INVALID KEY
                       INITIALIZE REG-TIPO-OCORRENCIA
                       PERFORM 2530-PEDE-DADOS-TIPO
                       IF WS-RECUSA = SPACES
                           PERFORM 2540-GRAVA-TIPO
                       ELSE
                           DISPLAY 'INCLUSAO RECUSADA - '
                               FUNCTION TRIM (WS-RECUSA)
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'TIPO JA CADASTRADO - USE <A>'
               END-READ
           END-IF.

       2520-ALTERAR-TIPO.
           DISPLAY 'CODIGO DO TIPO: '.
           MOVE SPACES TO WS-TIPO.
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-TIPO) TO WS-TIPO.
           MOVE WS-TIPO TO TO-CODIGO.
           READ CADTPOCO
               INVALID KEY
                   DISPLAY 'TIPO FORA DA TABELA CADTPOCO'
               NOT INVALID KEY
                   DISPLAY 'ATUAL: ' TO-DESCRICAO ' GRAVIDADE '
                       TO-GRAVIDADE ' AVISA ' TO-AVISA-RESP
                       ' SITUACAO ' TO-SITUACAO
                   PERFORM 2530-PEDE-DADOS-TIPO
                   IF WS-RECUSA = SPACES
                       PERFORM 2540-GRAVA-TIPO
                   ELSE
                       DISPLAY 'ALTERACAO RECUSADA - '
                           FUNCTION TRIM (WS-RECUSA)
                   END-IF
           END-READ.

      * na alteracao o campo deixado em branco fica como estava
       2530-PEDE-DADOS-TIPO.
           MOVE SPACES TO WS-RECUSA.
           DISPLAY 'DESCRICAO: '.
           MOVE SPACES TO WS-ENT-DESCRICAO.
           ACCEPT WS-ENT-DESCRICAO.
           DISPLAY 'GRAVIDADE SUGERIDA (L/M/G): '.
           MOVE SPACE TO WS-ENT-GRAVIDADE.
           ACCEPT WS-ENT-GRAVIDADE.
           MOVE FUNCTION UPPER-CASE (WS-ENT-GRAVIDADE)
             TO WS-ENT-GRAVIDADE.
           DISPLAY 'AVISA OS RESPONSAVEIS POR CARTA (S/N): '.
           MOVE SPACE TO WS-ENT-AVISA.
           ACCEPT WS-ENT-AVISA.
           MOVE FUNCTION UPPER-CASE (WS-ENT-AVISA) TO WS-ENT-AVISA.
           DISPLAY 'SITUACAO A ATIVO / I INATIVO: '.
           MOVE SPACE TO WS-ENT-SITUACAO.
           ACCEPT WS-ENT-SITUACAO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-SITUACAO)
             TO WS-ENT-SITUACAO.
           IF WS-ENT-DESCRICAO = SPACES
               MOVE TO-DESCRICAO TO WS-ENT-DESCRICAO
           END-IF.
           IF WS-ENT-GRAVIDADE = SPACE
               MOVE TO-GRAVIDADE TO WS-ENT-GRAVIDADE
           END-IF.
           IF WS-ENT-AVISA = SPACE
               MOVE TO-AVISA-RESP TO WS-ENT-AVISA
           END-IF.
           IF WS-ENT-SITUACAO = SPACE
               MOVE TO-SITUACAO TO WS-ENT-SITUACAO
           END-IF.
           IF WS-ENT-SITUACAO = SPACE
               MOVE 'A' TO WS-ENT-SITUACAO
           END-IF.
           EVALUATE TRUE
               WHEN WS-ENT-DESCRICAO = SPACES
                   MOVE 'DESCRICAO E OBRIGATORIA' TO WS-RECUSA
               WHEN WS-ENT-GRAVIDADE NOT = 'L' AND
                    WS-ENT-GRAVIDADE NOT = 'M' AND
                    WS-ENT-GRAVIDADE NOT = 'G'
                   MOVE 'GRAVIDADE DEVE SER L, M OU G' TO WS-RECUSA
               WHEN WS-ENT-AVISA NOT = 'S' AND WS-ENT-AVISA NOT = 'N'
                   MOVE 'AVISO AOS RESPONSAVEIS DEVE SER S OU N'
                     TO WS-RECUSA
               WHEN WS-ENT-SITUACAO NOT = 'A' AND
                    WS-ENT-SITUACAO NOT = 'I'
                   MOVE 'SITUACAO DEVE SER A OU I' TO WS-RECUSA
           END-EVALUATE.

       2540-GRAVA-TIPO.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-TIPO          TO TO-CODIGO.
           MOVE WS-ENT-DESCRICAO TO TO-DESCRICAO.
           MOVE WS-ENT-GRAVIDADE TO TO-GRAVIDADE.
           MOVE WS-ENT-AVISA     TO TO-AVISA-RESP.
           MOVE WS-ENT-SITUACAO  TO TO-SITUACAO.
           MOVE WS-DIR-OPERADOR  TO TO-OPERADOR.
           MOVE WS-DT-ATUAL      TO TO-DT-ALTERACAO.
           IF WS-OPCAO-TIPO = 'I'
               WRITE REG-TIPO-OCORRENCIA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O TIPO - STATUS '
                           WS-FS-CADTPOCO
                   NOT INVALID KEY
                       DISPLAY 'TIPO ' TO-CODIGO ' INCLUIDO'
               END-WRITE
           ELSE
               REWRITE REG-TIPO-OCORRENCIA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O TIPO - STATUS '
                           WS-FS-CADTPOCO
                   NOT INVALID KEY
                       DISPLAY 'TIPO ' TO-CODIGO ' ALTERADO'
               END-REWRITE
           END-IF.

       2550-LISTAR-TIPOS.
           DISPLAY 'TIPO DESCRICAO                      GRAV AVISA SIT'.
           MOVE ZEROS TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-TIPO.
           MOVE LOW-VALUES TO TO-CODIGO.
           START CADTPOCO KEY IS GREATER THAN OR EQUAL TO TO-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-TIPO
           END-START.
           PERFORM 2555-LISTA-TIPO UNTIL FIM-CADTPOCO.
           DISPLAY 'TIPOS LISTADOS: ' WS-TOT-LISTADOS.

       2555-LISTA-TIPO.
           READ CADTPOCO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-TIPO
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   DISPLAY TO-CODIGO ' ' TO-DESCRICAO '  ' TO-GRAVIDADE
                       '    ' TO-AVISA-RESP '     ' TO-SITUACAO
           END-READ.

       9999-FINALIZAR.
           IF WS-ABERTO-OCORR = 'S'
               CLOSE CADOCORR
           END-IF.
           IF WS-ABERTO-TIPO = 'S'
               CLOSE CADTPOCO
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-CADUSER = 'S'
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDOCORR.
