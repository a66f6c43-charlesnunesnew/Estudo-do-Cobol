      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:PARAMETROS DO SISTEMA - o comportamento dos programas
      *         estava espalhado em dezenas de variaveis de ambiente e
      *         ninguem sabia com que valores a producao rodava. Este
      *         programa mantem o cadastro indexado CADPARAM (layout
      *         REGPARAM, chave programa + nome do parametro): inclui,
      *         altera o valor, altera faixa e descricao, exclui,
      *         lista e faz a carga padrao dos parametros conhecidos
      *         (TABPARAM) com o valor que cada programa ja assumia.
      *         Todo valor e conferido contra a faixa (numero) ou a
      *         lista de aceitos (texto) antes de gravar, e cada
      *         mudanca fica no CADAUD com a acao 'p' (valor antigo e
      *         novo). Os programas leem o cadastro pelo CDPARAM; a
      *         variavel de ambiente de mesmo nome continua valendo
      *         para uma rodada. So entra administrador identificado
      *         pelo CDLOGON e agindo em nome proprio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPARMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAM ASSIGN TO
           "CADPARAM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CHAVE
           FILE STATUS IS WS-FS-CADPARAM.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADPARAM.
           COPY REGPARAM.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADPARAM                 PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-PARAM                   PIC X VALUE 'N'.
        88 FIM-CADPARAM                  VALUE 'S'.

       77 WS-OPCAO                       PIC X(01) VALUE SPACE.
       77 WS-DT-ATUAL                    PIC 9(08).
       77 WS-HR-ATUAL                    PIC X(06).
       77 WS-TOT-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-TOT-INCLUIDOS               PIC 9(04) VALUE ZEROS.
       77 WS-TOT-EXISTENTES              PIC 9(04) VALUE ZEROS.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

      * campos digitados e conferencia do valor contra a faixa
       77 WS-ENT-PROGRAMA                PIC X(12) VALUE SPACES.
       77 WS-ENT-NOME                    PIC X(24) VALUE SPACES.
       77 WS-ENT-TEXTO                   PIC X(12) VALUE SPACES.
       77 WS-ENT-ACEITOS                 PIC X(20) VALUE SPACES.
       77 WS-ENT-DESCRICAO               PIC X(60) VALUE SPACES.
       77 WS-NOVO-VALOR                  PIC X(60) VALUE SPACES.
       77 WS-VALOR-ANTIGO                PIC X(60) VALUE SPACES.
       77 WS-MSG-CRITICA                 PIC X(50) VALUE SPACES.
       77 WS-VALIDO                      PIC X(01) VALUE 'S'.
       77 WS-NUMERO                      PIC S9(11) VALUE ZEROS.
       77 WS-LISTA                       PIC X(24) VALUE SPACES.
       77 WS-PROCURA                     PIC X(62) VALUE SPACES.
       77 WS-TAM                         PIC 9(02) VALUE ZEROS.
       77 WS-QTD                         PIC 9(02) VALUE ZEROS.
       77 WS-IX                          PIC 9(02) VALUE ZEROS.
       77 WS-FAIXA-TEXTO                 PIC X(40) VALUE SPACES.
       77 WS-MSK-FAIXA                   PIC Z(08)9.
       77 WS-MSK-FAIXA2                  PIC Z(08)9.

      * auditoria: texto da mudanca e detalhe (faixa ou descricao)
       77 WS-AUD-TEXTO                   PIC X(100) VALUE SPACES.
       77 WS-AUD-DETALHE                 PIC X(100) VALUE SPACES.

           COPY TABPARAM.

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
      * proprio, mexe nos parametros do sistema
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
               DISPLAY 'PARAMETROS DO SISTEMA RESTRITOS AO '
                   'ADMINISTRADOR - FACA O LOGON PELO CDLOGON'
               MOVE 'F' TO WS-OPCAO
           ELSE
               IF WS-OPER-DELEGANTE NOT = SPACES
                   DISPLAY 'PERFIL RECEBIDO POR DELEGACAO NAO MANTEM '
                       'PARAMETROS DO SISTEMA'
                   MOVE 'F' TO WS-OPCAO
               END-IF
           END-IF.

           IF WS-OPCAO NOT = 'F'
               OPEN I-O CADPARAM
               IF WS-FS-CADPARAM = 35
                   OPEN OUTPUT CADPARAM
                   CLOSE CADPARAM
                   OPEN I-O CADPARAM
               END-IF
               OPEN EXTEND CADAUD
               IF WS-FS-CADAUD = 35
                   OPEN OUTPUT CADAUD
                   CLOSE CADAUD
                   OPEN EXTEND CADAUD
               END-IF
           END-IF.

       2000-MENU.
           DISPLAY '============================================='.
           DISPLAY '     PARAMETROS DO SISTEMA (CADPARAM)'.
           DISPLAY '============================================='.
           DISPLAY '<I> INCLUIR PARAMETRO'.
           DISPLAY '<A> ALTERAR VALOR'.
           DISPLAY '<X> ALTERAR FAIXA E DESCRICAO'.
           DISPLAY '<E> EXCLUIR PARAMETRO'.
           DISPLAY '<C> CARGA PADRAO (PARAMETROS CONHECIDOS)'.
           DISPLAY '<L> LISTAR PARAMETROS'.
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
                       PERFORM 2200-ALTERAR-VALOR
                   END-IF
               WHEN 'X'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2300-ALTERAR-FAIXA
                   END-IF
               WHEN 'E'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2400-EXCLUIR
                   END-IF
               WHEN 'C'
                   PERFORM 2060-CONFERE-ONLINE
                   IF ONL-LIBERADO
                       PERFORM 2500-CARGA-PADRAO
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

      * programa em branco e o GERAL, que vale para todos
       2050-LE-CHAVE.
           DISPLAY 'PROGRAMA (BRANCO = GERAL): '.
           MOVE SPACES TO WS-ENT-PROGRAMA.
           ACCEPT WS-ENT-PROGRAMA.
           MOVE FUNCTION UPPER-CASE (WS-ENT-PROGRAMA)
             TO WS-ENT-PROGRAMA.
           IF WS-ENT-PROGRAMA = SPACES
               MOVE 'GERAL' TO WS-ENT-PROGRAMA
           END-IF.
           DISPLAY 'PARAMETRO (NOME DA VARIAVEL): '.
           MOVE SPACES TO WS-ENT-NOME.
           ACCEPT WS-ENT-NOME.
           MOVE FUNCTION UPPER-CASE (WS-ENT-NOME) TO WS-ENT-NOME.

       2100-INCLUIR.
           PERFORM 2050-LE-CHAVE.
           IF WS-ENT-NOME = SPACES
               DISPLAY 'NOME DO PARAMETRO E OBRIGATORIO'
           ELSE
               MOVE WS-ENT-PROGRAMA TO PR-PROGRAMA
               MOVE WS-ENT-NOME     TO PR-NOME
               READ CADPARAM
                   INVALID KEY
                       PERFORM 2110-LE-DEFINICAO
                   NOT INVALID KEY
                       DISPLAY 'PARAMETRO JA CADASTRADO - USE <A> OU '
                           '<X>'
               END-READ
           END-IF.

       2110-LE-DEFINICAO.
           INITIALIZE REG-PARAMETRO.
           MOVE WS-ENT-PROGRAMA TO PR-PROGRAMA.
           MOVE WS-ENT-NOME     TO PR-NOME.
           DISPLAY 'TIPO <N> NUMERO  <T> TEXTO: '.
           ACCEPT PR-TIPO.
           MOVE FUNCTION UPPER-CASE (PR-TIPO) TO PR-TIPO.
           MOVE SPACES TO WS-MSG-CRITICA.
           EVALUATE TRUE
               WHEN PARAM-NUMERICO
                   PERFORM 2120-LE-FAIXA
               WHEN PARAM-TEXTO
                   DISPLAY 'VALORES ACEITOS SEPARADOS POR BARRA '
                       '(BRANCO = LIVRE): '
                   MOVE SPACES TO WS-ENT-ACEITOS
                   ACCEPT WS-ENT-ACEITOS
                   MOVE FUNCTION UPPER-CASE (WS-ENT-ACEITOS)
                     TO PR-ACEITOS
               WHEN OTHER
                   MOVE 'TIPO DEVE SER N OU T' TO WS-MSG-CRITICA
           END-EVALUATE.
           IF WS-MSG-CRITICA = SPACES
               DISPLAY 'DESCRICAO: '
               MOVE SPACES TO WS-ENT-DESCRICAO
               ACCEPT WS-ENT-DESCRICAO
               MOVE FUNCTION UPPER-CASE (WS-ENT-DESCRICAO)
                 TO PR-DESCRICAO
               DISPLAY 'VALOR (BRANCO = PADRAO DO PROGRAMA): '
               MOVE SPACES TO WS-NOVO-VALOR
               ACCEPT WS-NOVO-VALOR
               PERFORM 3000-VALIDA-VALOR
           END-IF.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
               DISPLAY 'PARAMETRO NAO INCLUIDO'
           ELSE
               MOVE WS-NOVO-VALOR TO PR-VALOR
               PERFORM 3100-CARIMBA-ALTERACAO
               WRITE REG-PARAMETRO
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR PARAMETRO - STATUS '
                           WS-FS-CADPARAM
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUD-TEXTO
                       STRING 'PARAMETRO INCLUIDO '
                           FUNCTION TRIM (PR-PROGRAMA) '/'
                           FUNCTION TRIM (PR-NOME) ' = '
                           FUNCTION TRIM (PR-VALOR)
                           DELIMITED BY SIZE INTO WS-AUD-TEXTO
                       PERFORM 3200-DESCREVE-FAIXA
                       PERFORM 4000-REGISTRA-AUDITORIA
                       DISPLAY 'PARAMETRO INCLUIDO'
               END-WRITE
           END-IF.

      * maximo zerado deixa o numero sem teto
       2120-LE-FAIXA.
           DISPLAY 'VALOR MINIMO: '.
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-ENT-TEXTO) = 0
                   MOVE FUNCTION NUMVAL (WS-ENT-TEXTO) TO PR-MINIMO
               ELSE
                   MOVE 'MINIMO INVALIDO' TO WS-MSG-CRITICA
               END-IF
           END-IF.
           DISPLAY 'VALOR MAXIMO (ZERO = SEM TETO): '.
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-ENT-TEXTO) = 0
                   MOVE FUNCTION NUMVAL (WS-ENT-TEXTO) TO PR-MAXIMO
               ELSE
                   MOVE 'MAXIMO INVALIDO' TO WS-MSG-CRITICA
               END-IF
           END-IF.
           IF WS-MSG-CRITICA = SPACES AND PR-MAXIMO > ZEROS AND
              PR-MAXIMO < PR-MINIMO
               MOVE 'MAXIMO MENOR QUE O MINIMO' TO WS-MSG-CRITICA
           END-IF.

       2200-ALTERAR-VALOR.
           PERFORM 2050-LE-CHAVE.
           MOVE WS-ENT-PROGRAMA TO PR-PROGRAMA.
           MOVE WS-ENT-NOME     TO PR-NOME.
           READ CADPARAM
               INVALID KEY
                   DISPLAY 'PARAMETRO NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 2210-MOSTRA-PARAMETRO
                   DISPLAY 'NOVO VALOR (BRANCO = PADRAO DO PROGRAMA): '
                   MOVE SPACES TO WS-NOVO-VALOR
                   ACCEPT WS-NOVO-VALOR
                   PERFORM 2220-GRAVA-VALOR
           END-READ.

       2210-MOSTRA-PARAMETRO.
           PERFORM 3200-DESCREVE-FAIXA.
           DISPLAY 'PARAMETRO: ' FUNCTION TRIM (PR-PROGRAMA) '/'
               FUNCTION TRIM (PR-NOME).
           DISPLAY 'DESCRICAO: ' FUNCTION TRIM (PR-DESCRICAO).
           DISPLAY 'FAIXA....: ' FUNCTION TRIM (WS-AUD-DETALHE).
           DISPLAY 'VALOR....: ' FUNCTION TRIM (PR-VALOR).
           DISPLAY 'ALTERADO EM ' PR-DATA-ALT ' ' PR-HORA-ALT
               ' POR ' PR-OPERADOR.

       2220-GRAVA-VALOR.
           MOVE SPACES TO WS-MSG-CRITICA.
           IF WS-NOVO-VALOR = PR-VALOR
               MOVE 'VALOR NAO MUDOU' TO WS-MSG-CRITICA
           ELSE
               PERFORM 3000-VALIDA-VALOR
           END-IF.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
           ELSE
               MOVE PR-VALOR      TO WS-VALOR-ANTIGO
               MOVE WS-NOVO-VALOR TO PR-VALOR
               PERFORM 3100-CARIMBA-ALTERACAO
               REWRITE REG-PARAMETRO
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR PARAMETRO - STATUS '
                           WS-FS-CADPARAM
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUD-TEXTO
                       STRING 'PARAMETRO ALTERADO '
                           FUNCTION TRIM (PR-PROGRAMA) '/'
                           FUNCTION TRIM (PR-NOME) ': '
                           FUNCTION TRIM (WS-VALOR-ANTIGO) ' -> '
                           FUNCTION TRIM (PR-VALOR)
                           DELIMITED BY SIZE INTO WS-AUD-TEXTO
                       PERFORM 3200-DESCREVE-FAIXA
                       PERFORM 4000-REGISTRA-AUDITORIA
                       DISPLAY 'VALOR ALTERADO'
               END-REWRITE
           END-IF.

      * faixa nova so grava se o valor atual continuar dentro dela
       2300-ALTERAR-FAIXA.
           PERFORM 2050-LE-CHAVE.
           MOVE WS-ENT-PROGRAMA TO PR-PROGRAMA.
           MOVE WS-ENT-NOME     TO PR-NOME.
           READ CADPARAM
               INVALID KEY
                   DISPLAY 'PARAMETRO NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 2210-MOSTRA-PARAMETRO
                   PERFORM 2310-LE-NOVA-FAIXA
           END-READ.

       2310-LE-NOVA-FAIXA.
           MOVE SPACES TO WS-MSG-CRITICA.
           MOVE WS-AUD-DETALHE TO WS-FAIXA-TEXTO.
           IF PARAM-NUMERICO
               PERFORM 2120-LE-FAIXA
           ELSE
               DISPLAY 'VALORES ACEITOS (BRANCO = MANTEM, * = LIVRE): '
               MOVE SPACES TO WS-ENT-ACEITOS
               ACCEPT WS-ENT-ACEITOS
               EVALUATE WS-ENT-ACEITOS
                   WHEN SPACES
                       CONTINUE
                   WHEN '*'
                       MOVE SPACES TO PR-ACEITOS
                   WHEN OTHER
                       MOVE FUNCTION UPPER-CASE (WS-ENT-ACEITOS)
                         TO PR-ACEITOS
               END-EVALUATE
           END-IF.
           DISPLAY 'DESCRICAO (BRANCO = MANTEM): '.
           MOVE SPACES TO WS-ENT-DESCRICAO.
           ACCEPT WS-ENT-DESCRICAO.
           IF WS-ENT-DESCRICAO NOT = SPACES
               MOVE FUNCTION UPPER-CASE (WS-ENT-DESCRICAO)
                 TO PR-DESCRICAO
           END-IF.
           IF WS-MSG-CRITICA = SPACES
               MOVE PR-VALOR TO WS-NOVO-VALOR
               PERFORM 3000-VALIDA-VALOR
               IF WS-MSG-CRITICA NOT = SPACES
                   MOVE 'VALOR ATUAL FICARIA FORA DA FAIXA NOVA'
                     TO WS-MSG-CRITICA
               END-IF
           END-IF.
           IF WS-MSG-CRITICA NOT = SPACES
               DISPLAY FUNCTION TRIM (WS-MSG-CRITICA)
               DISPLAY 'FAIXA NAO ALTERADA'
           ELSE
               PERFORM 3100-CARIMBA-ALTERACAO
               REWRITE REG-PARAMETRO
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR PARAMETRO - STATUS '
                           WS-FS-CADPARAM
                   NOT INVALID KEY
                       PERFORM 3200-DESCREVE-FAIXA
                       MOVE SPACES TO WS-AUD-TEXTO
                       STRING 'FAIXA ALTERADA '
                           FUNCTION TRIM (PR-PROGRAMA) '/'
                           FUNCTION TRIM (PR-NOME) ': '
                           FUNCTION TRIM (WS-FAIXA-TEXTO) ' -> '
                           FUNCTION TRIM (WS-AUD-DETALHE)
                           DELIMITED BY SIZE INTO WS-AUD-TEXTO
                       MOVE PR-DESCRICAO TO WS-AUD-DETALHE
                       PERFORM 4000-REGISTRA-AUDITORIA
                       DISPLAY 'FAIXA E DESCRICAO ALTERADAS'
               END-REWRITE
           END-IF.

      * sem a linha o programa volta ao padrao dele na proxima rodada
       2400-EXCLUIR.
           PERFORM 2050-LE-CHAVE.
           MOVE WS-ENT-PROGRAMA TO PR-PROGRAMA.
           MOVE WS-ENT-NOME     TO PR-NOME.
           READ CADPARAM
               INVALID KEY
                   DISPLAY 'PARAMETRO NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 2210-MOSTRA-PARAMETRO
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
                   MOVE SPACE TO WS-OPCAO
                   ACCEPT WS-OPCAO
                   IF WS-OPCAO = 'S' OR WS-OPCAO = 's'
                       PERFORM 2410-GRAVA-EXCLUSAO
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA'
                   END-IF
                   MOVE SPACE TO WS-OPCAO
           END-READ.

       2410-GRAVA-EXCLUSAO.
           DELETE CADPARAM
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR PARAMETRO - STATUS '
                       WS-FS-CADPARAM
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-TEXTO
                   STRING 'PARAMETRO EXCLUIDO '
                       FUNCTION TRIM (PR-PROGRAMA) '/'
                       FUNCTION TRIM (PR-NOME) ' (ERA '
                       FUNCTION TRIM (PR-VALOR) ')'
                       DELIMITED BY SIZE INTO WS-AUD-TEXTO
                   PERFORM 3200-DESCREVE-FAIXA
                   PERFORM 4000-REGISTRA-AUDITORIA
                   DISPLAY 'PARAMETRO EXCLUIDO'
           END-DELETE.

      * a carga so inclui o que falta: linha ja cadastrada fica como
      * o administrador deixou
       2500-CARGA-PADRAO.
           MOVE ZEROS TO WS-TOT-INCLUIDOS WS-TOT-EXISTENTES.
           PERFORM 2510-CARREGA-ITEM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > TPP-QTD.
           DISPLAY 'PARAMETROS INCLUIDOS....: ' WS-TOT-INCLUIDOS.
           DISPLAY 'JA CADASTRADOS (MANTIDOS): ' WS-TOT-EXISTENTES.

       2510-CARREGA-ITEM.
           INITIALIZE REG-PARAMETRO.
           MOVE TPP-PROGRAMA (WS-IX)  TO PR-PROGRAMA.
           MOVE TPP-NOME (WS-IX)      TO PR-NOME.
           MOVE TPP-VALOR (WS-IX)     TO PR-VALOR.
           MOVE TPP-TIPO (WS-IX)      TO PR-TIPO.
           MOVE TPP-MINIMO (WS-IX)    TO PR-MINIMO.
           MOVE TPP-MAXIMO (WS-IX)    TO PR-MAXIMO.
           MOVE TPP-ACEITOS (WS-IX)   TO PR-ACEITOS.
           MOVE TPP-DESCRICAO (WS-IX) TO PR-DESCRICAO.
           PERFORM 3100-CARIMBA-ALTERACAO.
           WRITE REG-PARAMETRO
               INVALID KEY
                   ADD 1 TO WS-TOT-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-INCLUIDOS
                   MOVE SPACES TO WS-AUD-TEXTO
                   STRING 'CARGA PADRAO '
                       FUNCTION TRIM (PR-PROGRAMA) '/'
                       FUNCTION TRIM (PR-NOME) ' = '
                       FUNCTION TRIM (PR-VALOR)
                       DELIMITED BY SIZE INTO WS-AUD-TEXTO
                   PERFORM 3200-DESCREVE-FAIXA
                   PERFORM 4000-REGISTRA-AUDITORIA
           END-WRITE.

       2600-LISTAR.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 'N' TO WS-EOF-PARAM.
           MOVE LOW-VALUES TO PR-CHAVE.
           START CADPARAM KEY IS GREATER THAN OR EQUAL TO PR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PARAM
           END-START.
           DISPLAY 'PROGRAMA   PARAMETRO            T VALOR'.
           PERFORM 2610-LISTA-LINHA UNTIL FIM-CADPARAM.
           DISPLAY 'TOTAL DE PARAMETROS: ' WS-TOT-LISTADOS.

       2610-LISTA-LINHA.
           READ CADPARAM NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   ADD 1 TO WS-TOT-LISTADOS
                   PERFORM 3200-DESCREVE-FAIXA
                   DISPLAY PR-PROGRAMA ' ' PR-NOME ' ' PR-TIPO ' '
                       FUNCTION TRIM (PR-VALOR)
                   DISPLAY '           ' FUNCTION TRIM (PR-DESCRICAO)
                   DISPLAY '           FAIXA '
                       FUNCTION TRIM (WS-AUD-DETALHE)
                       ' - ALTERADO EM ' PR-DATA-ALT ' POR '
                       PR-OPERADOR
           END-READ.

      * a mesma conferencia que o CDPARAM faz na leitura: valor em
      * branco sempre passa (vale o padrao do programa)
       3000-VALIDA-VALOR.
           MOVE 'S' TO WS-VALIDO.
           IF WS-NOVO-VALOR NOT = SPACES
               IF PARAM-NUMERICO
                   IF FUNCTION TEST-NUMVAL (WS-NOVO-VALOR) NOT = 0
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE FUNCTION NUMVAL (WS-NOVO-VALOR)
                         TO WS-NUMERO
                       IF WS-NUMERO < PR-MINIMO
                           MOVE 'N' TO WS-VALIDO
                       END-IF
                       IF PR-MAXIMO > ZEROS AND WS-NUMERO > PR-MAXIMO
                           MOVE 'N' TO WS-VALIDO
                       END-IF
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE (WS-NOVO-VALOR)
                     TO WS-NOVO-VALOR
                   IF PR-ACEITOS NOT = SPACES
                       PERFORM 3010-CONFERE-ACEITOS
                   END-IF
               END-IF
           END-IF.
           IF WS-VALIDO = 'N'
               PERFORM 3200-DESCREVE-FAIXA
               MOVE SPACES TO WS-MSG-CRITICA
               STRING 'VALOR FORA DE ' FUNCTION TRIM (WS-AUD-DETALHE)
                   DELIMITED BY SIZE INTO WS-MSG-CRITICA
           END-IF.

       3010-CONFERE-ACEITOS.
           MOVE SPACES TO WS-LISTA WS-PROCURA.
           STRING '/' FUNCTION TRIM (PR-ACEITOS) '/'
               DELIMITED BY SIZE INTO WS-LISTA.
           STRING '/' FUNCTION TRIM (WS-NOVO-VALOR) '/'
               DELIMITED BY SIZE INTO WS-PROCURA.
           COMPUTE WS-TAM =
               FUNCTION LENGTH (FUNCTION TRIM (WS-NOVO-VALOR)) + 2.
           MOVE ZEROS TO WS-QTD.
           IF WS-TAM <= 24
               INSPECT WS-LISTA TALLYING WS-QTD
                   FOR ALL WS-PROCURA (1:WS-TAM)
           END-IF.
           IF WS-QTD = ZEROS
               MOVE 'N' TO WS-VALIDO
           END-IF.

       3100-CARIMBA-ALTERACAO.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           MOVE WS-OPER-CODIGO TO PR-OPERADOR.
           MOVE WS-DT-ATUAL    TO PR-DATA-ALT.
           MOVE WS-HR-ATUAL    TO PR-HORA-ALT.
           MOVE SPACE          TO PR-ORIGEM.

      * faixa legivel do parametro, usada na tela e na auditoria
       3200-DESCREVE-FAIXA.
           MOVE SPACES TO WS-AUD-DETALHE.
           IF PARAM-NUMERICO
               MOVE PR-MINIMO TO WS-MSK-FAIXA
               MOVE PR-MAXIMO TO WS-MSK-FAIXA2
               IF PR-MAXIMO = ZEROS
                   STRING 'NUMERO A PARTIR DE '
                       FUNCTION TRIM (WS-MSK-FAIXA)
                       DELIMITED BY SIZE INTO WS-AUD-DETALHE
               ELSE
                   STRING 'NUMERO DE ' FUNCTION TRIM (WS-MSK-FAIXA)
                       ' A ' FUNCTION TRIM (WS-MSK-FAIXA2)
                       DELIMITED BY SIZE INTO WS-AUD-DETALHE
               END-IF
           ELSE
               IF PR-ACEITOS = SPACES
                   MOVE 'TEXTO LIVRE' TO WS-AUD-DETALHE
               ELSE
                   STRING 'TEXTO ' FUNCTION TRIM (PR-ACEITOS)
                       DELIMITED BY SIZE INTO WS-AUD-DETALHE
               END-IF
           END-IF.

      * acao 'p' marca mudanca nos parametros do sistema: o texto leva
      * a chave com o valor antigo e o novo, o campo de email a faixa
       4000-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE ZEROS          TO AU-CD-USER.
           MOVE 'p'            TO AU-ACAO.
           MOVE WS-AUD-TEXTO   TO AU-NM.
           MOVE WS-AUD-DETALHE TO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE SPACES         TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       9999-FINALIZAR.
           CLOSE CADPARAM.
           CLOSE CADAUD.

       END PROGRAM CDPARMNT.
