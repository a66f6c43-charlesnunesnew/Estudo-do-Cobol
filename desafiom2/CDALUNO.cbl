      *                     WITH LOCK e o status 51 vira a mensagem
      *                     amigavel de registro em uso (NOT0010) via
      *                     FORMERRO.
      *   15/10/2026 CAN - entrada condicionada ao direito do operador
      *                     ao programa na tabela CADDIREI (CDDIREIT);
      *                     sem logon o acesso continua pleno.
      *   15/10/2026 CAN - nome social opcional do aluno
      *                     (AL-NOME-SOCIAL) na inclusao, consulta e
      *                     alteracao (branco mantem, * limpa); a
      *                     listagem mostra o nome social quando houver.
      *   15/10/2026 CAN - opcao <P> pesquisa o aluno por parte do nome
      *                     civil ou social sem distinguir maiusculas e
      *                     acentos (forma de pesquisa do CDNORNOM).
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - opcoes que gravam conferem o online no
      *                     CDONLINE
      *   15/10/2026 CAN - opcao <E> fila de espera de turma cheia
      *                     (CADESPER, layout REGESPER): inclui com
      *                     prioridade e contato do responsavel do
      *                     CADRESP, lista na ordem da vez, responde a
      *                     oferta e cancela; a mudanca de status que
      *                     tira aluno ativo da turma, a recusa e a
      *                     desistencia oferecem a vaga ao primeiro da
      *                     fila pelo CDOFEVAG, e a oferta aceita
      *                     matricula o aluno pela validacao de turma e
      *                     lotacao da inclusao.
      *   15/10/2026 CAN - inclusao recusa o codigo de aluno que esta no
      *                     arquivo escolar ARQALUNO (CDARQALU); a volta
      *                     do aluno e pelo CDRSTALU.
      *   15/10/2026 CAN - data de nascimento (AL-DT-NASC) pedida na
      *                     inclusao, opcional e criticada, e exibida na
      *                     consulta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDALUNO.
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADESPER ASSIGN TO
           "CADESPER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-NUMERO
           FILE STATUS IS WS-FS-CADESPER.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-CADRESP.

           SELECT ARQALUNO ASSIGN TO
           "ARQALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-CHAVE
           FILE STATUS IS WS-FS-ARQALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD CADALUNO.
       FD CADTURMA.
           COPY REGTURMA.

       FD CADESPER.
           COPY REGESPER.

       FD CADRESP.
           COPY REGRESP.

       FD ARQALUNO.
           COPY REGARQAL.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADALUNO                 PIC 99.
        88 FS-CADALUNO-REG-TRAVADO       VALUE 51.
       77 WS-EOF-ALUNO                   PIC X VALUE 'N'.
        88 FIM-CADALUNO                  VALUE 'S'.
       77 WS-OPCAO                       PIC X(01) VALUE SPACE.

      * direito de acesso ao programa (CDDIREIT / CADDIREI)
       77 WS-DIR-OPER-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DIR-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-DIR-PERFIL                  PIC X(01) VALUE SPACE.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDALUNO'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-CODIGO                      PIC 9(05) VALUE ZEROS.
       77 WS-NOME                        PIC X(30) VALUE SPACES.
       77 WS-NOME-SOCIAL                 PIC X(30) VALUE SPACES.
       77 WS-TURMA                       PIC X(03) VALUE SPACES.
       77 WS-NASC-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-DT-NASC                     PIC 9(08) VALUE ZEROS.
       77 WS-NASC-VALIDA                 PIC X VALUE 'S'.
       77 WS-TOT-LISTADOS                PIC 9(05) VALUE ZEROS.
      * pesquisa por nome na forma de pesquisa do CDNORNOM (maiusculas,
      * sem acento): o texto digitado vale em qualquer parte do nome
       77 WS-BUSCA-NOME                  PIC X(30) VALUE SPACES.
       77 WS-BUSCA-TAM                   PIC 9(03) VALUE ZEROS.
       77 WS-BUSCA-ACHOU                 PIC 9(03) VALUE ZEROS.
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-BUSCA-NORMAL                PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL                 PIC X(100) VALUE SPACES.
       77 WRK-ERRO-MSG                   PIC X(50).
       77 WRK-ERRO-COD                   PIC X(07) VALUE SPACES.
       77 WRK-ERRO-L1                    PIC X(50).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-MOTIVO                  PIC X(40).

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * so grava com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

      * fila de espera por vaga em turma cheia (CADESPER); a oferta
      * da vaga livre e do CDOFEVAG
       77 WS-FS-CADESPER                 PIC 99.
       77 WS-FS-CADRESP                  PIC 99.
       77 WS-RESP-ATIVO                  PIC X VALUE 'N'.
      * arquivo escolar do CDARQALU: codigo de aluno arquivado nao e
      * reaproveitado, para o historico ja emitido nao mudar de dono
       77 WS-FS-ARQALUNO                 PIC 99.
       77 WS-ARQ-ATIVO                   PIC X VALUE 'N'.
       77 WS-CODIGO-ARQUIVADO            PIC X VALUE 'N'.
       77 WS-OPCAO-FILA                  PIC X(01) VALUE SPACE.
       77 WS-EOF-ESPERA                  PIC X VALUE 'N'.
        88 FIM-CADESPER                  VALUE 'S'.
       77 WS-NUMERO-FILA                 PIC 9(06) VALUE ZEROS.
       77 WS-PROX-NUMERO                 PIC 9(06) VALUE ZEROS.
       77 WS-FILA-DUPLICADA              PIC X VALUE 'N'.
       77 WS-PRIORIDADE                  PIC 9(01) VALUE ZEROS.
       77 WS-RESP-SEQ                    PIC 9(01) VALUE ZEROS.
       77 WS-RESP-ACHADO                 PIC X VALUE 'N'.
       77 WS-RESPOSTA                    PIC X(01) VALUE SPACE.
       77 WS-ERA-OFERTA                  PIC X VALUE 'N'.
       77 WS-DT-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WS-VAGA-LIBERADA               PIC X VALUE 'N'.
       77 WS-VAGA-TURMA                  PIC X(03) VALUE SPACES.
       77 WS-TURMA-ANTERIOR              PIC X(03) VALUE SPACES.
       77 WS-OFV-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-OFV-OFERTAS                 PIC 9(03) VALUE ZEROS.
       77 WS-OFV-EXPIRADAS               PIC 9(03) VALUE ZEROS.
       77 WS-OFV-RETORNO                 PIC X(01) VALUE SPACE.
      * a fila da turma em memoria para a listagem na ordem da vez:
      * oferta em aberto primeiro, depois prioridade, pedido e numero
       01 WS-TAB-FILA.
           03 WS-QTD-FILA                PIC 9(03) VALUE ZEROS.
           03 WS-FL-ITEM OCCURS 200 TIMES.
               05 WS-FL-ORDEM.
                   07 WS-FL-GRUPO        PIC X(01).
                   07 WS-FL-PRIORIDADE   PIC 9(01).
                   07 WS-FL-DT-PEDIDO    PIC 9(08).
                   07 WS-FL-NUMERO       PIC 9(06).
               05 WS-FL-CD-ALUNO         PIC 9(05).
               05 WS-FL-NOME             PIC X(30).
               05 WS-FL-DT-PRAZO         PIC 9(08).
               05 WS-FL-RESP-NOME        PIC X(30).
               05 WS-FL-RESP-PHONE       PIC 9(13).
               05 WS-FL-IMPRESSO         PIC X(01).
       77 WS-IX-FILA                     PIC 9(03) VALUE ZEROS.
       77 WS-IX-MENOR                    PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO                     PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           GOBACK.

       1000-INICIAR.
           PERFORM 1010-CONFERE-DIREITO.
           OPEN I-O CADALUNO.
           IF WS-FS-CADALUNO = 35
               OPEN OUTPUT CADALUNO
           IF WS-FS-CADTURMA = 0
               MOVE 'S' TO WS-TURMA-ATIVA
           END-IF.
           OPEN INPUT CADRESP.
           IF WS-FS-CADRESP = 0
               MOVE 'S' TO WS-RESP-ATIVO
           END-IF.
           OPEN INPUT ARQALUNO.
           IF WS-FS-ARQALUNO = 0
               MOVE 'S' TO WS-ARQ-ATIVO
           END-IF.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.

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

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR ALUNO'.
           DISPLAY '<C> CONSULTAR ALUNO'.
           DISPLAY '<P> PESQUISAR ALUNO POR NOME'.
           DISPLAY '<A> ALTERAR ALUNO'.
           DISPLAY '<S> MUDAR STATUS DO ALUNO'.
           DISPLAY '<L> LISTAR ALUNOS'.
           DISPLAY '<E> FILA DE ESPERA DE TURMA CHEIA'.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2100-INCLUIR
                   END-IF
               WHEN 'C'
                   PERFORM 2200-CONSULTAR
               WHEN 'P'
                   PERFORM 2250-PESQUISAR-NOME
               WHEN 'A'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2300-ALTERAR
                   END-IF
               WHEN 'S'
                   PERFORM 2050-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2500-MUDAR-STATUS
                   END-IF
               WHEN 'L'
                   PERFORM 2400-LISTAR
               WHEN 'E'
                   PERFORM 2800-FILA-ESPERA
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

       2100-INCLUIR.
           DISPLAY 'CODIGO DO ALUNO (5 DIGITOS): '.
           ACCEPT WS-CODIGO.
           DISPLAY 'NOME COMPLETO: '.
           ACCEPT WS-NOME.
           DISPLAY 'NOME SOCIAL (BRANCO SE NAO HOUVER): '.
           MOVE SPACES TO WS-NOME-SOCIAL.
           ACCEPT WS-NOME-SOCIAL.
           DISPLAY 'TURMA (EX: A01): '.
           ACCEPT WS-TURMA.
           DISPLAY 'NASCIMENTO (AAAAMMDD, BRANCO SE NAO SOUBER): '.
           MOVE SPACES TO WS-NASC-TEXTO.
           ACCEPT WS-NASC-TEXTO.
           IF WS-CODIGO = ZEROS OR WS-NOME = SPACES
               DISPLAY 'CODIGO E NOME SAO OBRIGATORIOS'
           ELSE
               PERFORM 2600-VALIDA-TURMA
               PERFORM 2650-CONFERE-ARQUIVADO
               PERFORM 2660-VALIDA-NASCIMENTO
               EVALUATE TRUE
                   WHEN WS-CODIGO-ARQUIVADO = 'S'
                       DISPLAY 'CODIGO ' WS-CODIGO
                           ' E DE ALUNO NO ARQUIVO ESCOLAR - USE O '
                           'CDRSTALU'
                   WHEN WS-TURMA-VALIDA NOT = 'S'
                       DISPLAY 'TURMA NAO CADASTRADA NO CADTURMA: '
                           WS-TURMA ' - USE O CDTURMA'
                   WHEN WS-NASC-VALIDA NOT = 'S'
                       DISPLAY 'DATA DE NASCIMENTO INVALIDA: '
                           WS-NASC-TEXTO
                   WHEN OTHER
                       PERFORM 2700-CONFERE-LOTACAO
                       MOVE WS-CODIGO TO AL-CODIGO
                       MOVE WS-NOME   TO AL-NOME
                       MOVE WS-NOME-SOCIAL TO AL-NOME-SOCIAL
                       MOVE WS-TURMA  TO AL-TURMA
                       MOVE 'A'       TO AL-STATUS
                       ACCEPT AL-DT-STATUS FROM DATE YYYYMMDD
                       MOVE WS-DT-NASC TO AL-DT-NASC
                       WRITE REG-ALUNO
                           INVALID KEY
                               DISPLAY 'CODIGO JA CADASTRADO: '
                                   WS-CODIGO
                           NOT INVALID KEY
                               DISPLAY 'ALUNO INCLUIDO COM SUCESSO'
                       END-WRITE
               END-EVALUATE
           END-IF.

       2600-VALIDA-TURMA.
               END-READ
           END-IF.

      * o aluno arquivado continua dono do codigo: o grupo dele no
      * ARQALUNO comeca pelo registro de cadastro (tipo A)
       2650-CONFERE-ARQUIVADO.
           MOVE 'N' TO WS-CODIGO-ARQUIVADO.
           IF WS-ARQ-ATIVO = 'S'
               MOVE WS-CODIGO TO AA-CD-ALUNO
               MOVE 'A' TO AA-TIPO
               MOVE SPACES TO AA-SEQUENCIA
               READ ARQALUNO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CODIGO-ARQUIVADO
               END-READ
           END-IF.

      * nascimento e opcional; informado, tem de ser data valida e
      * anterior a hoje
       2660-VALIDA-NASCIMENTO.
           MOVE 'S' TO WS-NASC-VALIDA.
           MOVE ZEROS TO WS-DT-NASC.
           IF WS-NASC-TEXTO NOT = SPACES
               IF WS-NASC-TEXTO IS NUMERIC
                   MOVE WS-NASC-TEXTO TO WS-DT-NASC
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-NASC) NOT = 0
                      OR WS-DT-NASC NOT < WS-DT-HOJE
                       MOVE 'N' TO WS-NASC-VALIDA
                   END-IF
               ELSE
                   MOVE 'N' TO WS-NASC-VALIDA
               END-IF
           END-IF.

      * a lotacao e conferida contra a capacidade do CADTURMA; turma
      * cheia avisa mas nao impede - a palavra final e da secretaria;
      * sem turma informada (ou turma nao achada) nao ha o que
               NOT INVALID KEY
                   DISPLAY 'CODIGO: ' AL-CODIGO
                   DISPLAY 'NOME..: ' AL-NOME
                   IF AL-NOME-SOCIAL NOT = SPACES
                       DISPLAY 'SOCIAL: ' AL-NOME-SOCIAL
                   END-IF
                   DISPLAY 'TURMA.: ' AL-TURMA
                   DISPLAY 'STATUS: ' AL-STATUS ' DESDE '
                       AL-DT-STATUS
                   IF AL-DT-NASC > ZEROS
                       DISPLAY 'NASC..: ' AL-DT-NASC
                   END-IF
           END-READ.

      * 'Jose', 'JOSE' e a grafia com acento acham o mesmo aluno; o
      * nome civil e o social entram na comparacao, a lista mostra o
      * nome como foi cadastrado
       2250-PESQUISAR-NOME.
           DISPLAY 'PARTE DO NOME DO ALUNO: '.
           MOVE SPACES TO WS-BUSCA-NOME.
           ACCEPT WS-BUSCA-NOME.
           MOVE WS-BUSCA-NOME TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-BUSCA-NORMAL.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BUSCA-NORMAL))
             TO WS-BUSCA-TAM.
           IF WS-BUSCA-NORMAL = SPACES
               DISPLAY 'INFORME AO MENOS UMA LETRA'
           ELSE
               MOVE 0 TO WS-TOT-LISTADOS
               MOVE 'N' TO WS-EOF-ALUNO
               MOVE LOW-VALUES TO AL-CODIGO
               START CADALUNO
                   KEY IS GREATER THAN OR EQUAL TO AL-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-ALUNO
               END-START
               DISPLAY 'CODIGO NOME                           TURMA'
               PERFORM 2260-COMPARA-NOME UNTIL FIM-CADALUNO
               IF WS-TOT-LISTADOS = ZEROS
                   DISPLAY 'NENHUM ALUNO ENCONTRADO COM ESSE NOME'
               END-IF
           END-IF.

       2260-COMPARA-NOME.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ALUNO
               NOT AT END
                   MOVE 0 TO WS-BUSCA-ACHOU
                   MOVE AL-NOME TO WS-NOME-ENTRADA
                   CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL
                   INSPECT WS-NOME-NORMAL TALLYING WS-BUSCA-ACHOU
                       FOR ALL WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                   IF AL-NOME-SOCIAL NOT = SPACES
                       MOVE AL-NOME-SOCIAL TO WS-NOME-ENTRADA
                       CALL 'CDNORNOM' USING WS-NOME-ENTRADA
                           WS-NOME-NORMAL
                       INSPECT WS-NOME-NORMAL TALLYING WS-BUSCA-ACHOU
                           FOR ALL WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                   END-IF
                   IF WS-BUSCA-ACHOU > ZEROS
                       ADD 1 TO WS-TOT-LISTADOS
                       IF AL-NOME-SOCIAL = SPACES
                           DISPLAY AL-CODIGO '  ' AL-NOME ' '
                               AL-TURMA ' ' AL-STATUS
                       ELSE
                           DISPLAY AL-CODIGO '  ' AL-NOME-SOCIAL ' '
                               AL-TURMA ' ' AL-STATUS
                       END-IF
                   END-IF
           END-READ.

       2300-ALTERAR.
                   DISPLAY 'NOVO NOME (BRANCO MANTEM): '
                   MOVE SPACES TO WS-NOME
                   ACCEPT WS-NOME
                   DISPLAY 'SOCIAL ATUAL: ' AL-NOME-SOCIAL
                   DISPLAY 'NOVO NOME SOCIAL (BRANCO MANTEM, * LIMPA): '
                   MOVE SPACES TO WS-NOME-SOCIAL
                   ACCEPT WS-NOME-SOCIAL
                   DISPLAY 'TURMA ATUAL.: ' AL-TURMA
                   DISPLAY 'NOVA TURMA (BRANCO MANTEM): '
                   MOVE SPACES TO WS-TURMA
                   IF WS-NOME NOT = SPACES
                       MOVE WS-NOME TO AL-NOME
                   END-IF
                   IF WS-NOME-SOCIAL = '*'
                       MOVE SPACES TO AL-NOME-SOCIAL
                   ELSE
                       IF WS-NOME-SOCIAL NOT = SPACES
                           MOVE WS-NOME-SOCIAL TO AL-NOME-SOCIAL
                       END-IF
                   END-IF
                   IF WS-TURMA NOT = SPACES
                       PERFORM 2600-VALIDA-TURMA
                       IF WS-TURMA-VALIDA = 'S'
      * ALUNHIST; e ela que tira o aluno das estatisticas de
      * reprovacao sem apagar o boletim dele
       2500-MUDAR-STATUS.
           MOVE 'N' TO WS-VAGA-LIBERADA.
           DISPLAY 'CODIGO DO ALUNO: '.
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO AL-CODIGO.
                               NOT INVALID KEY
                                   PERFORM 2510-GRAVA-HISTORICO
                                   DISPLAY 'STATUS ALTERADO'
                                   PERFORM 2530-CONFERE-VAGA-LIBERADA
                           END-REWRITE
                       END-IF
                   END-IF
               PERFORM 2350-AVISA-REGISTRO-TRAVADO
           END-IF.
           UNLOCK CADALUNO.
           IF WS-VAGA-LIBERADA = 'S'
               PERFORM 2900-OFERECE-VAGA
           END-IF.

       2510-GRAVA-HISTORICO.
           OPEN EXTEND ALUNHIST.
               END-IF
           END-IF.

      * o aluno ativo que sai da turma (transferido, evadido,
      * concluido) libera a vaga para o primeiro da fila
       2530-CONFERE-VAGA-LIBERADA.
           IF (AH-STATUS-ANT = 'A' OR AH-STATUS-ANT = SPACE) AND
              NOT ALUNO-ATIVO AND AL-TURMA NOT = SPACES
               MOVE 'S' TO WS-VAGA-LIBERADA
               MOVE AL-TURMA TO WS-VAGA-TURMA
           END-IF.

       2400-LISTAR.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-ALUNO.
                   MOVE 'S' TO WS-EOF-ALUNO
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   IF AL-NOME-SOCIAL = SPACES
                       DISPLAY AL-CODIGO '  ' AL-NOME ' ' AL-TURMA ' '
                           AL-STATUS
                   ELSE
                       DISPLAY AL-CODIGO '  ' AL-NOME-SOCIAL ' '
                           AL-TURMA ' ' AL-STATUS
                   END-IF
           END-READ.

      * fila de espera da turma cheia: o aluno entra na fila ja
      * cadastrado no CADALUNO (o candidato novo entra sem turma pela
      * opcao <I>, e o responsavel pelo CDRESP); sem o CADTURMA nao
      * ha capacidade e nao ha fila
       2800-FILA-ESPERA.
           IF WS-TURMA-ATIVA NOT = 'S'
               DISPLAY 'FILA DE ESPERA PEDE O CADASTRO DE TURMAS '
                   'CADTURMA - USE O CDTURMA'
           ELSE
               DISPLAY '---------------------------------------------'
               DISPLAY '   FILA DE ESPERA (CADESPER)'
               DISPLAY '<I> INCLUIR ALUNO NA FILA'
               DISPLAY '<L> LISTAR A FILA DA TURMA'
               DISPLAY '<R> RESPONDER OFERTA DE VAGA'
               DISPLAY '<C> CANCELAR PEDIDO'
               DISPLAY 'OPCAO DA FILA..: '
               MOVE SPACE TO WS-OPCAO-FILA
               ACCEPT WS-OPCAO-FILA
               EVALUATE WS-OPCAO-FILA
                   WHEN 'I'
                       PERFORM 2050-CONFERE-ONLINE
                       IF ONL-LIBERADO
                           PERFORM 2810-INCLUIR-FILA
                       END-IF
                   WHEN 'L'
                       PERFORM 2820-LISTAR-FILA
                   WHEN 'R'
                       PERFORM 2050-CONFERE-ONLINE
                       IF ONL-LIBERADO
                           PERFORM 2830-RESPONDER-OFERTA
                       END-IF
                   WHEN 'C'
                       PERFORM 2050-CONFERE-ONLINE
                       IF ONL-LIBERADO
                           PERFORM 2840-CANCELAR-PEDIDO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-IF.

       2810-INCLUIR-FILA.
           DISPLAY 'CODIGO DO ALUNO: '.
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO AL-CODIGO.
           READ CADALUNO
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' WS-CODIGO
                       ' - CANDIDATO NOVO ENTRA PELA OPCAO <I> SEM '
                       'TURMA'
                   MOVE ZEROS TO WS-CODIGO
           END-READ.
           IF WS-CODIGO NOT = ZEROS
               MOVE AL-NOME TO WS-NOME
               IF AL-NOME-SOCIAL NOT = SPACES
                   MOVE AL-NOME-SOCIAL TO WS-NOME
               END-IF
               MOVE AL-TURMA TO WS-TURMA-ANTERIOR
               DISPLAY 'TURMA PEDIDA: '
               MOVE SPACES TO WS-TURMA
               ACCEPT WS-TURMA
               PERFORM 2600-VALIDA-TURMA
               IF WS-TURMA = SPACES OR WS-TURMA-VALIDA NOT = 'S'
                   DISPLAY 'TURMA NAO CADASTRADA NO CADTURMA: '
                       WS-TURMA
               ELSE
                   IF WS-TURMA-ANTERIOR = WS-TURMA AND ALUNO-ATIVO
                       DISPLAY 'ALUNO JA ESTA NA TURMA ' WS-TURMA
                   ELSE
                       PERFORM 2811-GRAVA-PEDIDO
                   END-IF
               END-IF
           END-IF.

      * um pedido em aberto por aluno e turma; o numero e o maior do
      * arquivo mais um
       2811-GRAVA-PEDIDO.
           PERFORM 2850-ABRE-FILA.
           MOVE 'N' TO WS-FILA-DUPLICADA.
           MOVE ZEROS TO WS-PROX-NUMERO.
           MOVE 'N' TO WS-EOF-ESPERA.
           MOVE ZEROS TO EP-NUMERO.
           START CADESPER KEY IS GREATER THAN OR EQUAL TO EP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-ESPERA
           END-START.
           PERFORM 2812-CONFERE-PEDIDO UNTIL FIM-CADESPER.
           IF WS-FILA-DUPLICADA = 'S'
               DISPLAY 'ALUNO JA ESTA NA FILA DA TURMA ' WS-TURMA
               CLOSE CADESPER
           ELSE
               ADD 1 TO WS-PROX-NUMERO
               DISPLAY 'PRIORIDADE (1 MAIOR A 9 MENOR, 0 = 5): '
               MOVE ZEROS TO WS-PRIORIDADE
               ACCEPT WS-PRIORIDADE
               IF WS-PRIORIDADE = ZEROS
                   MOVE 5 TO WS-PRIORIDADE
               END-IF
               DISPLAY 'SEQUENCIA DO RESPONSAVEL NO CADRESP '
                   '(0 = PRIMEIRO): '
               MOVE ZEROS TO WS-RESP-SEQ
               ACCEPT WS-RESP-SEQ
               PERFORM 2813-PROCURA-RESPONSAVEL
               INITIALIZE REG-ESPERA
               MOVE WS-PROX-NUMERO  TO EP-NUMERO
               MOVE WS-TURMA        TO EP-TURMA
               MOVE WS-CODIGO       TO EP-CD-ALUNO
               MOVE WS-NOME         TO EP-NOME
               MOVE WS-PRIORIDADE   TO EP-PRIORIDADE
               MOVE WS-DT-HOJE      TO EP-DT-PEDIDO
               IF WS-RESP-ACHADO = 'S'
                   MOVE RS-SEQ      TO EP-RESP-SEQ
                   MOVE RS-NOME     TO EP-RESP-NOME
                   MOVE RS-PHONE    TO EP-RESP-PHONE
               ELSE
                   DISPLAY 'RESPONSAVEL NAO CADASTRADO - PEDIDO SEM '
                       'CONTATO (USE O CDRESP)'
               END-IF
               MOVE 'E'             TO EP-SITUACAO
               MOVE 'N'             TO EP-CARTA
               MOVE WS-DIR-OPERADOR TO EP-OPERADOR
               WRITE REG-ESPERA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O PEDIDO - STATUS '
                           WS-FS-CADESPER
                   NOT INVALID KEY
                       DISPLAY 'PEDIDO N. ' EP-NUMERO
                           ' NA FILA DA TURMA ' EP-TURMA
               END-WRITE
               CLOSE CADESPER
      * turma com vaga sobrando oferece na hora
               MOVE WS-TURMA TO WS-VAGA-TURMA
               PERFORM 2900-OFERECE-VAGA
           END-IF.

       2812-CONFERE-PEDIDO.
           READ CADESPER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ESPERA
               NOT AT END
                   MOVE EP-NUMERO TO WS-PROX-NUMERO
                   IF EP-CD-ALUNO = WS-CODIGO AND EP-TURMA = WS-TURMA
                      AND ESPERA-EM-ABERTO
                       MOVE 'S' TO WS-FILA-DUPLICADA
                   END-IF
           END-READ.

      * sequencia zero fica com o primeiro responsavel do aluno
       2813-PROCURA-RESPONSAVEL.
           MOVE 'N' TO WS-RESP-ACHADO.
           IF WS-RESP-ATIVO = 'S'
               MOVE WS-CODIGO   TO RS-CD-ALUNO
               MOVE WS-RESP-SEQ TO RS-SEQ
               IF WS-RESP-SEQ = ZEROS
                   START CADRESP KEY IS GREATER THAN RS-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ CADRESP NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF RS-CD-ALUNO = WS-CODIGO
                                       MOVE 'S' TO WS-RESP-ACHADO
                                   END-IF
                           END-READ
                   END-START
               ELSE
                   READ CADRESP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-RESP-ACHADO
                   END-READ
               END-IF
           END-IF.

      * a fila sai na ordem da vez: quem ja tem oferta, depois a
      * prioridade e o pedido mais antigo
       2820-LISTAR-FILA.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           PERFORM 2850-ABRE-FILA.
           MOVE 0 TO WS-QTD-FILA.
           MOVE 'N' TO WS-EOF-ESPERA.
           MOVE ZEROS TO EP-NUMERO.
           START CADESPER KEY IS GREATER THAN OR EQUAL TO EP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-ESPERA
           END-START.
           PERFORM 2821-CARREGA-PEDIDO UNTIL FIM-CADESPER.
           CLOSE CADESPER.
           IF WS-QTD-FILA = ZEROS
               DISPLAY 'FILA DA TURMA ' WS-TURMA ' VAZIA'
           ELSE
               DISPLAY 'POS PEDIDO ALUNO NOME                          '
                   '  P PEDIDO   SITUACAO'
               PERFORM 2822-LISTA-PROXIMO
                   VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-QTD-FILA
               DISPLAY 'PEDIDOS NA FILA: ' WS-QTD-FILA
           END-IF.

       2821-CARREGA-PEDIDO.
           READ CADESPER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ESPERA
               NOT AT END
                   IF EP-TURMA = WS-TURMA AND ESPERA-EM-ABERTO AND
                      WS-QTD-FILA < 200
                       ADD 1 TO WS-QTD-FILA
                       IF ESPERA-OFERTADA
                           MOVE '0' TO WS-FL-GRUPO (WS-QTD-FILA)
                       ELSE
                           MOVE '1' TO WS-FL-GRUPO (WS-QTD-FILA)
                       END-IF
                       MOVE EP-PRIORIDADE
                         TO WS-FL-PRIORIDADE (WS-QTD-FILA)
                       MOVE EP-DT-PEDIDO
                         TO WS-FL-DT-PEDIDO (WS-QTD-FILA)
                       MOVE EP-NUMERO
                         TO WS-FL-NUMERO (WS-QTD-FILA)
                       MOVE EP-CD-ALUNO
                         TO WS-FL-CD-ALUNO (WS-QTD-FILA)
                       MOVE EP-NOME
                         TO WS-FL-NOME (WS-QTD-FILA)
                       MOVE EP-DT-PRAZO
                         TO WS-FL-DT-PRAZO (WS-QTD-FILA)
                       MOVE EP-RESP-NOME
                         TO WS-FL-RESP-NOME (WS-QTD-FILA)
                       MOVE EP-RESP-PHONE
                         TO WS-FL-RESP-PHONE (WS-QTD-FILA)
                       MOVE 'N' TO WS-FL-IMPRESSO (WS-QTD-FILA)
                   END-IF
           END-READ.

       2822-LISTA-PROXIMO.
           MOVE ZEROS TO WS-IX-MENOR.
           PERFORM 2823-COMPARA-ORDEM
               VARYING WS-IX-FILA FROM 1 BY 1
               UNTIL WS-IX-FILA > WS-QTD-FILA.
           MOVE 'S' TO WS-FL-IMPRESSO (WS-IX-MENOR).
           IF WS-FL-GRUPO (WS-IX-MENOR) = '0'
               DISPLAY WS-POSICAO ' ' WS-FL-NUMERO (WS-IX-MENOR) ' '
                   WS-FL-CD-ALUNO (WS-IX-MENOR) ' '
                   WS-FL-NOME (WS-IX-MENOR) ' '
                   WS-FL-PRIORIDADE (WS-IX-MENOR) ' '
                   WS-FL-DT-PEDIDO (WS-IX-MENOR) ' OFERTA ATE '
                   WS-FL-DT-PRAZO (WS-IX-MENOR)
           ELSE
               DISPLAY WS-POSICAO ' ' WS-FL-NUMERO (WS-IX-MENOR) ' '
                   WS-FL-CD-ALUNO (WS-IX-MENOR) ' '
                   WS-FL-NOME (WS-IX-MENOR) ' '
                   WS-FL-PRIORIDADE (WS-IX-MENOR) ' '
                   WS-FL-DT-PEDIDO (WS-IX-MENOR) ' AGUARDANDO'
           END-IF.
           DISPLAY '    CONTATO: ' WS-FL-RESP-NOME (WS-IX-MENOR) ' '
               WS-FL-RESP-PHONE (WS-IX-MENOR).

       2823-COMPARA-ORDEM.
           IF WS-FL-IMPRESSO (WS-IX-FILA) = 'N'
               IF WS-IX-MENOR = ZEROS
                   MOVE WS-IX-FILA TO WS-IX-MENOR
               ELSE
                   IF WS-FL-ORDEM (WS-IX-FILA) <
                      WS-FL-ORDEM (WS-IX-MENOR)
                       MOVE WS-IX-FILA TO WS-IX-MENOR
                   END-IF
               END-IF
           END-IF.

      * oferta vencida expira na hora e a vaga segue para o proximo;
      * aceita, o aluno entra na turma pela mesma validacao da
      * inclusao e da alteracao
       2830-RESPONDER-OFERTA.
           DISPLAY 'NUMERO DO PEDIDO: '.
           MOVE ZEROS TO WS-NUMERO-FILA.
           ACCEPT WS-NUMERO-FILA.
           PERFORM 2850-ABRE-FILA.
           MOVE 'N' TO WS-VAGA-LIBERADA.
           MOVE SPACE TO WS-RESPOSTA.
           MOVE SPACES TO WS-VAGA-TURMA.
           MOVE WS-NUMERO-FILA TO EP-NUMERO.
           READ CADESPER
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO: ' WS-NUMERO-FILA
               NOT INVALID KEY
                   IF NOT ESPERA-OFERTADA
                       DISPLAY 'PEDIDO ' EP-NUMERO
                           ' SEM OFERTA DE VAGA EM ABERTO'
                   ELSE
                       PERFORM 2831-REGISTRA-RESPOSTA
                   END-IF
           END-READ.
           CLOSE CADESPER.
           IF WS-RESPOSTA = 'A' AND WS-VAGA-TURMA NOT = SPACES
               PERFORM 2870-MATRICULA-DA-FILA
           END-IF.
           IF WS-VAGA-LIBERADA = 'S'
               PERFORM 2900-OFERECE-VAGA
           END-IF.

       2831-REGISTRA-RESPOSTA.
           MOVE SPACE TO WS-RESPOSTA.
           MOVE EP-TURMA TO WS-VAGA-TURMA.
           IF EP-DT-PRAZO < WS-DT-HOJE
               MOVE 'X' TO EP-SITUACAO
               MOVE WS-DT-HOJE TO EP-DT-RESPOSTA
               DISPLAY 'PRAZO DA OFERTA VENCEU EM ' EP-DT-PRAZO
                   ' - OFERTA EXPIRADA'
               MOVE 'S' TO WS-VAGA-LIBERADA
           ELSE
               DISPLAY 'ALUNO ' EP-CD-ALUNO ' ' EP-NOME
               DISPLAY 'TURMA ' EP-TURMA ' - OFERTA ATE ' EP-DT-PRAZO
               DISPLAY 'RESPOSTA (A ACEITA, R RECUSA): '
               ACCEPT WS-RESPOSTA
               EVALUATE WS-RESPOSTA
                   WHEN 'A'
                       MOVE EP-CD-ALUNO TO WS-CODIGO
                       MOVE EP-NUMERO TO WS-NUMERO-FILA
                   WHEN 'R'
                       MOVE 'R' TO EP-SITUACAO
                       MOVE WS-DT-HOJE TO EP-DT-RESPOSTA
                       MOVE 'S' TO WS-VAGA-LIBERADA
                   WHEN OTHER
                       DISPLAY 'RESPOSTA INVALIDA - NADA ALTERADO'
                       MOVE SPACES TO WS-VAGA-TURMA
               END-EVALUATE
           END-IF.
           IF WS-VAGA-LIBERADA = 'S'
               REWRITE REG-ESPERA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O PEDIDO - STATUS '
                           WS-FS-CADESPER
                       MOVE 'N' TO WS-VAGA-LIBERADA
                   NOT INVALID KEY
                       DISPLAY 'PEDIDO ' EP-NUMERO ' ENCERRADO'
               END-REWRITE
           END-IF.

      * a desistencia de quem tinha oferta devolve a vaga a fila
       2840-CANCELAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO: '.
           MOVE ZEROS TO WS-NUMERO-FILA.
           ACCEPT WS-NUMERO-FILA.
           PERFORM 2850-ABRE-FILA.
           MOVE 'N' TO WS-VAGA-LIBERADA.
           MOVE WS-NUMERO-FILA TO EP-NUMERO.
           READ CADESPER
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO: ' WS-NUMERO-FILA
               NOT INVALID KEY
                   IF NOT ESPERA-EM-ABERTO
                       DISPLAY 'PEDIDO ' EP-NUMERO ' JA ENCERRADO'
                   ELSE
                       MOVE 'N' TO WS-ERA-OFERTA
                       IF ESPERA-OFERTADA
                           MOVE 'S' TO WS-ERA-OFERTA
                       END-IF
                       MOVE 'C' TO EP-SITUACAO
                       MOVE WS-DT-HOJE TO EP-DT-RESPOSTA
                       REWRITE REG-ESPERA
                           INVALID KEY
                               DISPLAY 'ERRO AO CANCELAR O PEDIDO - '
                                   'STATUS ' WS-FS-CADESPER
                           NOT INVALID KEY
                               DISPLAY 'PEDIDO ' EP-NUMERO
                                   ' CANCELADO'
                               MOVE WS-ERA-OFERTA TO WS-VAGA-LIBERADA
                               MOVE EP-TURMA TO WS-VAGA-TURMA
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE CADESPER.
           IF WS-VAGA-LIBERADA = 'S'
               PERFORM 2900-OFERECE-VAGA
           END-IF.

      * sem o CADESPER ainda ninguem entrou na fila: o arquivo nasce
      * vazio
       2850-ABRE-FILA.
           OPEN I-O CADESPER.
           IF WS-FS-CADESPER = 35
               OPEN OUTPUT CADESPER
               CLOSE CADESPER
               OPEN I-O CADESPER
           END-IF.

      * a matricula pela fila passa pela validacao de turma e pela
      * conferencia de lotacao da inclusao; so depois de gravado o
      * aluno o pedido fica como aceito. Se o aluno estava ativo em
      * outra turma, a vaga de la vai para a fila de la
       2870-MATRICULA-DA-FILA.
           MOVE WS-VAGA-TURMA TO WS-TURMA.
           MOVE SPACES TO WS-VAGA-TURMA.
           PERFORM 2600-VALIDA-TURMA.
           IF WS-TURMA-VALIDA NOT = 'S' OR WS-TURMA-ACHADA NOT = 'S'
               DISPLAY 'TURMA NAO CADASTRADA NO CADTURMA: ' WS-TURMA
                   ' - MATRICULA NAO FEITA'
           ELSE
               MOVE WS-CODIGO TO AL-CODIGO
               PERFORM 2700-CONFERE-LOTACAO
               MOVE WS-CODIGO TO AL-CODIGO
               READ CADALUNO WITH LOCK
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO: ' WS-CODIGO
                   NOT INVALID KEY
                       PERFORM 2871-GRAVA-MATRICULA
               END-READ
               IF FS-CADALUNO-REG-TRAVADO
                   PERFORM 2350-AVISA-REGISTRO-TRAVADO
               END-IF
               UNLOCK CADALUNO
           END-IF.

       2871-GRAVA-MATRICULA.
           MOVE AL-STATUS TO AH-STATUS-ANT.
           MOVE AL-TURMA TO WS-TURMA-ANTERIOR.
           MOVE WS-TURMA TO AL-TURMA.
           MOVE 'A' TO AL-STATUS.
           MOVE WS-DT-HOJE TO AL-DT-STATUS.
           REWRITE REG-ALUNO
               INVALID KEY
                   DISPLAY 'ERRO AO MATRICULAR O ALUNO'
               NOT INVALID KEY
                   MOVE 'A' TO WS-STATUS-NOVO
                   MOVE WS-DT-HOJE TO WS-DT-VIGENCIA
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'MATRICULA PELA FILA DE ESPERA N. '
                       WS-NUMERO-FILA
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 2510-GRAVA-HISTORICO
                   PERFORM 2872-ACEITA-PEDIDO
                   DISPLAY 'ALUNO ' AL-CODIGO ' MATRICULADO NA TURMA '
                       AL-TURMA
                   IF (AH-STATUS-ANT = 'A' OR AH-STATUS-ANT = SPACE)
                      AND WS-TURMA-ANTERIOR NOT = SPACES AND
                      WS-TURMA-ANTERIOR NOT = WS-TURMA
                       MOVE 'S' TO WS-VAGA-LIBERADA
                       MOVE WS-TURMA-ANTERIOR TO WS-VAGA-TURMA
                   END-IF
           END-REWRITE.

       2872-ACEITA-PEDIDO.
           PERFORM 2850-ABRE-FILA.
           MOVE WS-NUMERO-FILA TO EP-NUMERO.
           READ CADESPER
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO: ' WS-NUMERO-FILA
               NOT INVALID KEY
                   MOVE 'A' TO EP-SITUACAO
                   MOVE WS-DT-HOJE TO EP-DT-RESPOSTA
                   REWRITE REG-ESPERA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O PEDIDO - STATUS '
                               WS-FS-CADESPER
                   END-REWRITE
           END-READ.
           CLOSE CADESPER.

      * vaga livre da turma: capacidade menos os ativos contados aqui;
      * o CDOFEVAG desconta as ofertas no prazo e oferece o resto
       2900-OFERECE-VAGA.
           IF WS-TURMA-ATIVA = 'S' AND WS-VAGA-TURMA NOT = SPACES
               MOVE WS-VAGA-TURMA TO TU-CODIGO
               READ CADTURMA
                   INVALID KEY
                       MOVE ZEROS TO TU-CAPACIDADE
               END-READ
               IF TU-CAPACIDADE > 0
                   MOVE AL-CODIGO TO WS-CODIGO-GUARDADO
                   MOVE 0 TO WS-QTD-MATRICULADOS
                   MOVE 'N' TO WS-EOF-CONTA
                   MOVE WS-VAGA-TURMA TO WS-TURMA-CONTA
                   MOVE LOW-VALUES TO AL-CODIGO
                   START CADALUNO
                       KEY IS GREATER THAN OR EQUAL TO AL-CODIGO
                       INVALID KEY
                           MOVE 'S' TO WS-EOF-CONTA
                   END-START
                   PERFORM 2710-CONTA-MATRICULADO UNTIL FIM-CONTAGEM
                   MOVE WS-CODIGO-GUARDADO TO AL-CODIGO
                   MOVE 'O' TO WS-OFV-FUNCAO
                   CALL 'CDOFEVAG' USING WS-OFV-FUNCAO WS-VAGA-TURMA
                       TU-CAPACIDADE WS-QTD-MATRICULADOS WS-DT-HOJE
                       WS-OFV-OFERTAS WS-OFV-EXPIRADAS WS-OFV-RETORNO
                   MOVE 'F' TO WS-OFV-FUNCAO
                   CALL 'CDOFEVAG' USING WS-OFV-FUNCAO WS-VAGA-TURMA
                       TU-CAPACIDADE WS-QTD-MATRICULADOS WS-DT-HOJE
                       WS-OFV-OFERTAS WS-OFV-EXPIRADAS WS-OFV-RETORNO
                   IF WS-OFV-EXPIRADAS > ZEROS
                       DISPLAY 'OFERTAS EXPIRADAS NA TURMA '
                           WS-VAGA-TURMA ': ' WS-OFV-EXPIRADAS
                   END-IF
                   IF WS-OFV-OFERTAS > ZEROS
                       DISPLAY 'VAGA DA TURMA ' WS-VAGA-TURMA
                           ' OFERECIDA A ' WS-OFV-OFERTAS
                           ' PEDIDO(S) DA FILA - CARTA NA RODADA '
                           'NOTURNA (CDVAGAS)'
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-VAGA-LIBERADA.

       9999-FINALIZAR.
           CLOSE CADALUNO.
           IF WS-TURMA-ATIVA = 'S'
               CLOSE CADTURMA
           END-IF.
           IF WS-RESP-ATIVO = 'S'
               CLOSE CADRESP
           END-IF.
           IF WS-ARQ-ATIVO = 'S'
               CLOSE ARQALUNO
           END-IF.

       END PROGRAM CDALUNO.
