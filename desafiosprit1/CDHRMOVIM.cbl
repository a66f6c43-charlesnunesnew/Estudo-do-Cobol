      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:MOVIMENTACOES DO RH -> CADUSER - o CDHRADMIT cuida de
      *         quem entra e o CDHRBAIXA de quem sai; a transferencia
      *         de departamento e a troca de nome (casamento), de
      *         telefone ou de email so chegavam quando o proprio
      *         funcionario reclamava. Este passo noturno le o terceiro
      *         arquivo do RH, HRMOVIM (CSV com CPF,TIPO,VALOR,
      *         DATA_EFETIVA), acha a conta pelo CPF e aplica as
      *         mesmas validacoes do CDCLIE: departamento contra o
      *         CADDEPT, nome com sobrenome dividido pelo CDDIVNOM,
      *         dominio do CADDOM, telefone pelo CDVALFON e
      *         duplicidade de email e telefone. TIPO: D departamento,
      *         N nome, T telefone, E email. Data efetiva futura vai
      *         para o CADPEND como alteracao agendada (o CDPENDAPL
      *         aplica na vigencia); data de hoje, passada ou em
      *         branco e aplicada na hora e auditada no CADAUD com a
      *         acao 'h'. CPF sem conta e linha invalida vao para o
      *         CADREJ com o motivo. O resumo sai no HRMOVIMP (nome
      *         fisico HRMOVIM.AAAAMMDD via DD_HRMOVIMP), catalogado no
      *         RELCATAL com o tipo HRMOVIM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHRMOVIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRMOVIM ASSIGN TO
           "HRMOVIM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HRMOVIM.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADPEND ASSIGN TO
           "CADPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-CD-USER
           FILE STATUS IS WS-FS-CADPEND.

           SELECT CADDOM ASSIGN TO
           "CADDOM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DM-DOMINIO
           FILE STATUS IS WS-FS-CADDOM.

           SELECT CADDEPT ASSIGN TO
           "CADDEPT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-CODIGO
           FILE STATUS IS WS-FS-CADDEPT.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT CADREJ ASSIGN TO
           "CADREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADREJ.

           SELECT ARQ-IMP ASSIGN TO
           "HRMOVIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD HRMOVIM.
       01 REG-MOVIMENTO                   PIC X(300).

       FD CADUSER.
           COPY REGUSER.

       FD CADPEND.
           COPY REGPEND.

       FD CADDOM.
           COPY REGDOM.

       FD CADDEPT.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD CADAUD.
           COPY REGAUD.

       FD CADREJ.
           COPY REGREJ.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-HRMOVIM                  PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDHRMOVIM'.
       77 WS-FS-CADPEND                  PIC 99.
       77 WS-FS-CADDOM                   PIC 99.
       77 WS-FS-CADDEPT                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-CADREJ                   PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-CADUSER-ABERTO              PIC X VALUE 'N'.
       77 WS-CADDEPT-ABERTO              PIC X VALUE 'N'.

       77 WS-EOF-MOV                     PIC X VALUE 'N'.
        88 FIM-HRMOVIM                   VALUE 'S'.
       77 WS-EOF-DOM                     PIC X VALUE 'N'.
        88 FIM-DOM                       VALUE 'S'.

       01 WS-TAB-DOMINIOS.
           03 WS-QTD-DOMINIOS             PIC 9(03) VALUE ZEROS.
           03 WS-DOMINIO OCCURS 50 TIMES  PIC X(30).
       77 WS-IX-DOM                      PIC 9(03) VALUE ZEROS.
       77 WS-DOM-ENCONTRADO              PIC X VALUE 'N'.

       01 WS-CAMPOS-CSV.
           03 WS-CSV-CPF                 PIC X(15).
           03 WS-CSV-TIPO                PIC X(05).
           03 WS-CSV-VALOR               PIC X(150).
           03 WS-CSV-DATA                PIC X(10).

       77 WS-MOV-TIPO                    PIC X(01) VALUE SPACE.
        88 MOV-DEPARTAMENTO              VALUE 'D'.
        88 MOV-NOME                      VALUE 'N'.
        88 MOV-TELEFONE                  VALUE 'T'.
        88 MOV-EMAIL                     VALUE 'E'.
       77 WS-DT-MOV                      PIC 9(08) VALUE ZEROS.
       77 WS-CPF                         PIC 9(11) VALUE ZEROS.

      * conta achada pelo CPF: os dados atuais ficam guardados aqui
      * porque as leituras de duplicidade trocam o registro do CADUSER
       01 CAD-USER.
           03 WS-CD-USER                 PIC 9(8).
           03 WS-NM                      PIC X(100).
           03 WS-EMAIL                   PIC X(100).
           03 WS-PHONE.
               05 WS-PHONE-PAIS           PIC 9(02).
               05 WS-PHONE-DDD            PIC 9(02).
               05 WS-PHONE-PREFIXO        PIC 9(05).
               05 WS-PHONE-SUFIXO         PIC 9(04).
           03 WS-PHONE-TIPO              PIC X(01).
           03 WS-DEPTO                   PIC X(04).

      * valor novo trazido pelo RH, ja no formato do CADUSER
       01 WS-NOVO.
           03 WS-NOV-NM                  PIC X(100).
           03 WS-NOV-EMAIL               PIC X(100).
           03 WS-NOV-PHONE               PIC 9(13).
           03 WS-NOV-FONE-TIPO           PIC X(01).
           03 WS-NOV-DEPTO               PIC X(04).

       01 WS-NOMECOMPLETO.
           03 WS-PRIM-NOME               PIC X(20).
           03 WS-SEGU-NOME               PIC X(20).
           03 WS-TERC-NOME               PIC X(20).
       77 WS-TOT-CAMPOS                  PIC 9(02) VALUE ZEROS.
       77 WS-PONTEIRO                    PIC 9(03) VALUE ZEROS.

       01 WS-EMAILCOMPLETO.
           03 WS-PRE-EMAIL               PIC X(30).
           03 WS-SUF-EMAIL               PIC X(30).
       77 WS-TOTARROUBA                  PIC 9(02) VALUE ZEROS.
       77 TAM-PREF-EMAIL                 PIC 9(09) VALUE ZEROS.

       77 WS-EMAIL-DUPLICADO             PIC X VALUE 'N'.
       77 WS-PHONE-DUPLICADO             PIC X VALUE 'N'.
       77 WS-FONE-OK                     PIC X VALUE 'S'.
       77 WS-FONE-MSG                    PIC X(50) VALUE SPACES.
       77 WS-REGISTRO-OK                 PIC X VALUE 'N'.
       77 WS-SEM-MUDANCA                 PIC X VALUE 'N'.
       77 WS-PEND-EXISTE                 PIC X VALUE 'N'.
       77 WS-PEND-MESMO-DADO             PIC X VALUE 'N'.

       77 WRK-MSGERRO                    PIC X(50).
       77 WS-RESULTADO                   PIC X(70) VALUE SPACES.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-HR-ATUAL                    PIC X(06) VALUE SPACES.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-APLICADOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-AGENDADOS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-MUDANCA             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DEPTO                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NOME                    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TELEFONE                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EMAIL                   PIC 9(06) VALUE ZEROS.

       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

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
           PERFORM 2000-PROCESSA-MOVIMENTOS UNTIL FIM-HRMOVIM.
           PERFORM 3000-RODAPE.
           IF WS-FS-IMP = 0
               CLOSE ARQ-IMP
               PERFORM 8100-REGISTRA-CATALOGO
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HR-ATUAL FROM TIME.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

      * o RH so manda o arquivo quando ha movimentacao; sem arquivo o
      * passo termina normal e nao gera relatorio
           OPEN INPUT HRMOVIM.
           IF WS-FS-HRMOVIM NOT = 0
               DISPLAY 'SEM ARQUIVO HRMOVIM HOJE - NADA A MOVIMENTAR'
               MOVE 'S' TO WS-EOF-MOV
           END-IF.

           OPEN I-O CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ABRIU - STATUS ' WS-FS-CADUSER
               MOVE 'S' TO WS-EOF-MOV
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-CADUSER-ABERTO
           END-IF.

           OPEN I-O CADPEND
           IF WS-FS-CADPEND = 35 THEN
               OPEN OUTPUT CADPEND
               CLOSE CADPEND
               OPEN I-O CADPEND
           END-IF.

           OPEN EXTEND CADAUD
           IF WS-FS-CADAUD = 35 THEN
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.

           OPEN EXTEND CADREJ
           IF WS-FS-CADREJ = 35 THEN
               OPEN OUTPUT CADREJ
               CLOSE CADREJ
               OPEN EXTEND CADREJ
           END-IF.

           OPEN INPUT CADDEPT.
           IF WS-FS-CADDEPT = 0
               MOVE 'S' TO WS-CADDEPT-ABERTO
           END-IF.

           PERFORM 1040-CARREGA-DOMINIOS.

           IF NOT FIM-HRMOVIM
               PERFORM 1500-ABRE-RELATORIO
           END-IF.

       1040-CARREGA-DOMINIOS.
           OPEN INPUT CADDOM.
           MOVE 'N' TO WS-EOF-DOM.
           MOVE 0 TO WS-QTD-DOMINIOS.
           IF WS-FS-CADDOM = 0
               PERFORM 1041-LE-DOMINIO UNTIL FIM-DOM
               CLOSE CADDOM
           END-IF.

      * dominio aposentado tambem nao recebe email novo
       1041-LE-DOMINIO.
           READ CADDOM NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DOM
               NOT AT END
                   IF DOMINIO-ATIVO
                       ADD 1 TO WS-QTD-DOMINIOS
                       MOVE DM-DOMINIO TO WS-DOMINIO (WS-QTD-DOMINIOS)
                   END-IF
           END-READ.

      * arquivo HRMOVIMP pela variavel DD_HRMOVIMP estilo DD
       1500-ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'HRMOVIM.' WS-DT-ATUAL
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_HRMOVIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS ' WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1510-CABECALHO-PAGINA
           END-IF.

       1510-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'MOVIMENTACOES DO RH (HRMOVIM)   DATA '
               WS-DT-ATUAL ' HORA ' WS-HR-ATUAL '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2810-GRAVA-FISICA.
           MOVE 'CPF         CONTA  T RESULTADO' TO WS-LINHA-IMP.
           PERFORM 2810-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2810-GRAVA-FISICA.
           MOVE 3 TO WS-LINHAS-PAGINA.

       2000-PROCESSA-MOVIMENTOS.
           READ HRMOVIM
               AT END
                   MOVE 'S' TO WS-EOF-MOV
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   IF REG-MOVIMENTO (1:4) EQUAL 'CPF,' OR
                      REG-MOVIMENTO = SPACES
                       CONTINUE
                   ELSE
                       PERFORM 2100-PROCESSA-LINHA
                   END-IF
           END-READ.

       2100-PROCESSA-LINHA.
           MOVE SPACES TO WS-CSV-CPF WS-CSV-TIPO WS-CSV-VALOR
                          WS-CSV-DATA.
           UNSTRING REG-MOVIMENTO
               DELIMITED BY ','
               INTO WS-CSV-CPF
                    WS-CSV-TIPO
                    WS-CSV-VALOR
                    WS-CSV-DATA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-CSV-TIPO) TO WS-CSV-TIPO.

           MOVE ZEROS  TO WS-CD-USER WS-CPF WS-PHONE WS-DT-MOV.
           MOVE SPACES TO WS-NM WS-EMAIL WS-PHONE-TIPO WS-DEPTO.
           MOVE SPACES TO WS-NOV-NM WS-NOV-EMAIL WS-NOV-FONE-TIPO
                          WS-NOV-DEPTO.
           MOVE ZEROS  TO WS-NOV-PHONE.
           MOVE SPACE  TO WS-MOV-TIPO.
           MOVE 'N'    TO WS-SEM-MUDANCA.

           PERFORM 2200-LOCALIZA-CONTA.
           IF WS-REGISTRO-OK = 'S'
               PERFORM 2250-VALIDA-VIGENCIA
           END-IF.
           IF WS-REGISTRO-OK = 'S'
               PERFORM 2300-VALIDA-MOVIMENTO
           END-IF.

           IF WS-REGISTRO-OK NOT = 'S'
               PERFORM 2900-REGISTRA-REJEICAO
           ELSE
               IF WS-SEM-MUDANCA = 'S'
                   ADD 1 TO WS-TOT-SEM-MUDANCA
                   MOVE 'SEM MUDANCA - VALOR IGUAL AO DO CADASTRO'
                     TO WS-RESULTADO
                   PERFORM 2800-LINHA-RELATORIO
               ELSE
                   IF WS-DT-MOV > WS-DT-ATUAL
                       PERFORM 2600-AGENDA-MOVIMENTO
                   ELSE
                       PERFORM 2500-APLICA-MOVIMENTO
                   END-IF
               END-IF
           END-IF.

      * cpf com 11 digitos e uma unica conta com ele no CADUSER
       2200-LOCALIZA-CONTA.
           MOVE 'S' TO WS-REGISTRO-OK.
           MOVE SPACES TO WRK-MSGERRO.
           IF WS-CSV-CPF (1:11) IS NUMERIC AND
              WS-CSV-CPF (12:) = SPACES AND
              WS-CSV-CPF (1:11) NOT = ZEROS
               MOVE WS-CSV-CPF (1:11) TO WS-CPF
               MOVE WS-CPF TO FD-CPF
               READ CADUSER KEY IS FD-CPF
                   INVALID KEY
                       MOVE 'CPF NAO ENCONTRADO NO CADUSER'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   NOT INVALID KEY
                       PERFORM 2210-GUARDA-CONTA
               END-READ
           ELSE
               MOVE 'CPF INVALIDO - 11 DIGITOS NUMERICOS'
                 TO WRK-MSGERRO
               MOVE 'N' TO WS-REGISTRO-OK
           END-IF.

      * o CPF e chave com duplicidade: se a proxima conta na ordem da
      * chave tem o mesmo CPF nao ha como saber qual movimentar
           IF WS-REGISTRO-OK = 'S'
               READ CADUSER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-CPF = WS-CPF
                           MOVE 'CPF EM MAIS DE UMA CONTA NO CADUSER'
                             TO WRK-MSGERRO
                           MOVE 'N' TO WS-REGISTRO-OK
                       END-IF
               END-READ
           END-IF.

       2210-GUARDA-CONTA.
           MOVE FD-CD-USER    TO WS-CD-USER.
           MOVE FD-NM         TO WS-NM.
           MOVE FD-EMAIL      TO WS-EMAIL.
           MOVE FD-PHONE      TO WS-PHONE.
           MOVE FD-PHONE-TIPO TO WS-PHONE-TIPO.
           MOVE FD-DEPTO      TO WS-DEPTO.

      * data efetiva em branco vale hoje; informada, AAAAMMDD valida
      * (passada vale como hoje: o RH as vezes manda atrasado)
       2250-VALIDA-VIGENCIA.
           IF WS-CSV-DATA = SPACES
               MOVE WS-DT-ATUAL TO WS-DT-MOV
           ELSE
               IF WS-CSV-DATA (1:8) IS NUMERIC AND
                  WS-CSV-DATA (9:2) = SPACES
                   MOVE WS-CSV-DATA (1:8) TO WS-DT-MOV
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-MOV) NOT = 0
                       MOVE 'DATA EFETIVA INVALIDA' TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   END-IF
               ELSE
                   MOVE 'DATA EFETIVA INVALIDA - AAAAMMDD'
                     TO WRK-MSGERRO
                   MOVE 'N' TO WS-REGISTRO-OK
               END-IF
           END-IF.

       2300-VALIDA-MOVIMENTO.
           IF WS-CSV-TIPO (2:) = SPACES
               MOVE WS-CSV-TIPO (1:1) TO WS-MOV-TIPO
           END-IF.
           IF WS-CSV-VALOR = SPACES
               MOVE 'VALOR NOVO NAO INFORMADO' TO WRK-MSGERRO
               MOVE 'N' TO WS-REGISTRO-OK
           ELSE
               EVALUATE TRUE
                   WHEN MOV-DEPARTAMENTO
                       PERFORM 2310-VALIDA-DEPTO
                   WHEN MOV-NOME
                       PERFORM 2320-VALIDA-NOME
                   WHEN MOV-TELEFONE
                       PERFORM 2330-VALIDA-TELEFONE
                   WHEN MOV-EMAIL
                       PERFORM 2340-VALIDA-EMAIL
                   WHEN OTHER
                       MOVE
           'TIPO DE MOVIMENTO INVALIDO - USE D, N, T OU E'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
               END-EVALUATE
           END-IF.

      * departamento contra a tabela CADDEPT, como na tela
       2310-VALIDA-DEPTO.
           MOVE WS-CSV-VALOR (1:4) TO WS-NOV-DEPTO.
           IF WS-CSV-VALOR (5:) NOT = SPACES
               MOVE 'DEPARTAMENTO INVALIDO - ATE 4 POSICOES'
                 TO WRK-MSGERRO
               MOVE 'N' TO WS-REGISTRO-OK
           ELSE
               IF WS-NOV-DEPTO = WS-DEPTO
                   MOVE 'S' TO WS-SEM-MUDANCA
               ELSE
                   IF WS-CADDEPT-ABERTO = 'S'
                       MOVE WS-NOV-DEPTO TO DP-CODIGO
                       READ CADDEPT
                           INVALID KEY
                               MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                 TO WRK-MSGERRO
                               MOVE 'N' TO WS-REGISTRO-OK
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   ELSE
                       MOVE 'DEPARTAMENTO NAO CADASTRADO'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   END-IF
               END-IF
           END-IF.

      * nome precisa de ao menos um sobrenome, como no CDCLIE
       2320-VALIDA-NOME.
           MOVE WS-CSV-VALOR TO WS-NOV-NM.
           IF WS-CSV-VALOR (101:) NOT = SPACES
               MOVE 'NOME INVALIDO - ATE 100 POSICOES' TO WRK-MSGERRO
               MOVE 'N' TO WS-REGISTRO-OK
           ELSE
               MOVE 1 TO WS-PONTEIRO
               INITIALIZE WS-TOT-CAMPOS WS-NOMECOMPLETO
               UNSTRING WS-NOV-NM
                   DELIMITED BY SPACE
                   INTO WS-PRIM-NOME
                        WS-SEGU-NOME
                        WS-TERC-NOME
                   WITH POINTER WS-PONTEIRO
                   TALLYING IN WS-TOT-CAMPOS
               END-UNSTRING
               IF WS-TOT-CAMPOS < 2 OR WS-SEGU-NOME = SPACES
                   MOVE 'USUARIO DEVE TER SOBRENOME' TO WRK-MSGERRO
                   MOVE 'N' TO WS-REGISTRO-OK
               ELSE
                   IF WS-NOV-NM = WS-NM
                       MOVE 'S' TO WS-SEM-MUDANCA
                   END-IF
               END-IF
           END-IF.

      * telefone: 13 digitos (pais+ddd+prefixo de 5+sufixo, tipo
      * deduzido do prefixo) ou 12 do layout antigo, que so vale para
      * fixo, como no CDHRADMIT; o numero passa pelo CDVALFON
       2330-VALIDA-TELEFONE.
           IF WS-CSV-VALOR (1:13) IS NUMERIC AND
              WS-CSV-VALOR (14:) = SPACES
               MOVE WS-CSV-VALOR (1:13) TO WS-NOV-PHONE
           ELSE
           IF WS-CSV-VALOR (1:12) IS NUMERIC AND
              WS-CSV-VALOR (13:) = SPACES
               MOVE ZEROS TO WS-NOV-PHONE
               MOVE WS-CSV-VALOR (1:4) TO WS-NOV-PHONE (1:4)
               MOVE WS-CSV-VALOR (5:8) TO WS-NOV-PHONE (6:8)
               MOVE 'F' TO WS-NOV-FONE-TIPO
           ELSE
               MOVE 'TELEFONE INVALIDO - 12 OU 13 DIGITOS'
                 TO WRK-MSGERRO
               MOVE 'N' TO WS-REGISTRO-OK
           END-IF
           END-IF.
           IF WS-REGISTRO-OK = 'S'
               CALL 'CDVALFON' USING WS-NOV-PHONE WS-NOV-FONE-TIPO
                   WS-FONE-OK WS-FONE-MSG
               IF WS-FONE-OK NOT = 'S'
                   MOVE WS-FONE-MSG TO WRK-MSGERRO
                   MOVE 'N' TO WS-REGISTRO-OK
               END-IF
           END-IF.
           IF WS-REGISTRO-OK = 'S'
               IF WS-NOV-PHONE = WS-PHONE AND
                  WS-NOV-FONE-TIPO = WS-PHONE-TIPO
                   MOVE 'S' TO WS-SEM-MUDANCA
               ELSE
                   PERFORM 2360-VERIFICA-PHONE-DUP
                   IF WS-PHONE-DUPLICADO = 'S'
                       MOVE 'TELEFONE JA CADASTRADO PARA OUTRO USUARIO'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   END-IF
               END-IF
           END-IF.

      * email: um unico arroba, prefixo e dominio autorizado
       2340-VALIDA-EMAIL.
           MOVE WS-CSV-VALOR TO WS-NOV-EMAIL.
           IF WS-CSV-VALOR (101:) NOT = SPACES
               MOVE 'EMAIL INVALIDO - ATE 100 POSICOES' TO WRK-MSGERRO
               MOVE 'N' TO WS-REGISTRO-OK
           ELSE
               MOVE 0 TO WS-TOTARROUBA TAM-PREF-EMAIL
               INSPECT WS-NOV-EMAIL TALLYING WS-TOTARROUBA
                   FOR ALL '@'
               INSPECT WS-NOV-EMAIL TALLYING TAM-PREF-EMAIL
                   FOR CHARACTERS BEFORE "@"
               MOVE SPACES TO WS-PRE-EMAIL WS-SUF-EMAIL
               UNSTRING WS-NOV-EMAIL
                   DELIMITED BY "@"
                   INTO WS-PRE-EMAIL
                        WS-SUF-EMAIL
               END-UNSTRING
               PERFORM 2341-VALIDA-DOMINIO
               EVALUATE TRUE
                   WHEN WS-TOTARROUBA NOT = 1
                       MOVE 'E-MAIL INVALIDO-FALTA O @' TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   WHEN TAM-PREF-EMAIL < 1
                       MOVE
           'DEVE HAVER PELO MENOS 1 CARACTER ANTES DO ARROBA'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   WHEN WS-DOM-ENCONTRADO NOT = 'S'
                       MOVE 'DOMINIO DE EMAIL NAO AUTORIZADO'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
               END-EVALUATE
           END-IF.
           IF WS-REGISTRO-OK = 'S'
               IF WS-NOV-EMAIL = WS-EMAIL
                   MOVE 'S' TO WS-SEM-MUDANCA
               ELSE
                   PERFORM 2350-VERIFICA-EMAIL-DUP
                   IF WS-EMAIL-DUPLICADO = 'S'
                       MOVE 'EMAIL JA CADASTRADO PARA OUTRO USUARIO'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   END-IF
               END-IF
           END-IF.

       2341-VALIDA-DOMINIO.
           MOVE 'N' TO WS-DOM-ENCONTRADO.
           PERFORM 2342-COMPARA-DOMINIO
               VARYING WS-IX-DOM FROM 1 BY 1
               UNTIL WS-IX-DOM > WS-QTD-DOMINIOS
                  OR WS-DOM-ENCONTRADO = 'S'.

       2342-COMPARA-DOMINIO.
           IF FUNCTION TRIM (WS-SUF-EMAIL)
                      EQUAL FUNCTION TRIM (WS-DOMINIO (WS-IX-DOM))
               MOVE 'S' TO WS-DOM-ENCONTRADO
           END-IF.

       2350-VERIFICA-EMAIL-DUP.
           MOVE 'N' TO WS-EMAIL-DUPLICADO.
           MOVE WS-NOV-EMAIL TO FD-EMAIL.
           READ CADUSER KEY IS FD-EMAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-CD-USER NOT EQUAL WS-CD-USER
                       MOVE 'S' TO WS-EMAIL-DUPLICADO
                   END-IF
           END-READ.

       2360-VERIFICA-PHONE-DUP.
           MOVE 'N' TO WS-PHONE-DUPLICADO.
           MOVE WS-NOV-PHONE TO FD-PHONE.
           READ CADUSER KEY IS FD-PHONE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-CD-USER NOT EQUAL WS-CD-USER
                       MOVE 'S' TO WS-PHONE-DUPLICADO
                   END-IF
           END-READ.

      * pendencia do CDCLIE ou agendamento anterior no CADPEND que
      * mexe no mesmo dado segura o movimento (o CDPENDAPL gravaria o
      * valor da pendencia por cima); pendencia sobre outros dados
      * segue e recebe o valor novo nos dois lados, para nao desfazer
      * o movimento quando for aplicada
       2500-APLICA-MOVIMENTO.
           PERFORM 2510-CONFERE-PENDENCIA.
           IF WS-PEND-MESMO-DADO = 'S'
               MOVE 'PENDENCIA NO CADPEND ALTERA O MESMO DADO'
                 TO WRK-MSGERRO
               PERFORM 2900-REGISTRA-REJEICAO
           ELSE
               MOVE WS-CD-USER TO FD-CD-USER
               READ CADUSER
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA NA REGRAVACAO'
                         TO WRK-MSGERRO
                       PERFORM 2900-REGISTRA-REJEICAO
                   NOT INVALID KEY
                       PERFORM 2520-REGRAVA-CONTA
               END-READ
           END-IF.

       2510-CONFERE-PENDENCIA.
           MOVE 'N' TO WS-PEND-EXISTE.
           MOVE 'N' TO WS-PEND-MESMO-DADO.
           MOVE WS-CD-USER TO PD-CD-USER.
           READ CADPEND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PEND-EXISTE
                   EVALUATE TRUE
                       WHEN MOV-DEPARTAMENTO
                           IF PD-NOV-DEPTO NOT = PD-ANT-DEPTO
                               MOVE 'S' TO WS-PEND-MESMO-DADO
                           END-IF
                       WHEN MOV-NOME
                           IF PD-NOV-NM NOT = PD-ANT-NM
                               MOVE 'S' TO WS-PEND-MESMO-DADO
                           END-IF
                       WHEN MOV-TELEFONE
                           IF PD-NOV-PHONE NOT = PD-ANT-PHONE OR
                              PD-NOV-FONE-TIPO NOT = PD-ANT-FONE-TIPO
                               MOVE 'S' TO WS-PEND-MESMO-DADO
                           END-IF
                       WHEN MOV-EMAIL
                           IF PD-NOV-EMAIL NOT = PD-ANT-EMAIL
                               MOVE 'S' TO WS-PEND-MESMO-DADO
                           END-IF
                   END-EVALUATE
           END-READ.

       2520-REGRAVA-CONTA.
           EVALUATE TRUE
               WHEN MOV-DEPARTAMENTO
                   MOVE WS-NOV-DEPTO TO FD-DEPTO
               WHEN MOV-NOME
                   MOVE WS-NOV-NM TO FD-NM
                   CALL 'CDDIVNOM' USING FD-NM FD-NM-PRIMEIRO
                       FD-NM-MEIO FD-NM-ULTIMO
               WHEN MOV-TELEFONE
                   MOVE WS-NOV-PHONE     TO FD-PHONE
                   MOVE WS-NOV-FONE-TIPO TO FD-PHONE-TIPO
               WHEN MOV-EMAIL
      * email trocado volta a valer ate nova devolucao do correio
                   MOVE WS-NOV-EMAIL TO FD-EMAIL
                   MOVE SPACE TO FD-EMAIL-SITUACAO
                   MOVE ZEROS TO FD-DT-EMAIL-DEVOLVIDO
                   MOVE ZEROS TO FD-QTD-EMAIL-SOFT
           END-EVALUATE.
           REWRITE REG-USER
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR O CADUSER' TO WRK-MSGERRO
                   PERFORM 2900-REGISTRA-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-APLICADOS
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2525-GRAVA-JORNAL
                   PERFORM 2700-CONTA-TIPO
                   PERFORM 2530-REGISTRA-AUDITORIA
                   IF WS-PEND-EXISTE = 'S'
                       PERFORM 2540-ACERTA-PENDENCIA
                   END-IF
                   MOVE 'APLICADO' TO WS-RESULTADO
                   PERFORM 2800-LINHA-RELATORIO
                   DISPLAY 'APLICADO: ' WS-CD-USER ' TIPO '
                       WS-MOV-TIPO
           END-REWRITE.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2525-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       2530-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE WS-CD-USER    TO AU-CD-USER.
           MOVE 'h'           TO AU-ACAO.
           MOVE FD-NM         TO AU-NM.
           MOVE FD-EMAIL      TO AU-EMAIL.
           MOVE ZEROS         TO AU-OPERADOR.
           MOVE SPACES        TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       2540-ACERTA-PENDENCIA.
           EVALUATE TRUE
               WHEN MOV-DEPARTAMENTO
                   MOVE WS-NOV-DEPTO TO PD-ANT-DEPTO PD-NOV-DEPTO
               WHEN MOV-NOME
                   MOVE WS-NOV-NM TO PD-ANT-NM PD-NOV-NM
               WHEN MOV-TELEFONE
                   MOVE WS-NOV-PHONE TO PD-ANT-PHONE PD-NOV-PHONE
                   MOVE WS-NOV-FONE-TIPO TO PD-ANT-FONE-TIPO
                                            PD-NOV-FONE-TIPO
               WHEN MOV-EMAIL
                   MOVE WS-NOV-EMAIL TO PD-ANT-EMAIL PD-NOV-EMAIL
           END-EVALUATE.
           REWRITE REG-PENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO ACERTAR O CADPEND: ' WS-CD-USER
                       ' - STATUS ' WS-FS-CADPEND
           END-REWRITE.

      * vigencia futura: alteracao agendada no CADPEND com os dados
      * atuais da conta e so o dado movimentado trocado, no molde da
      * fila do CDCLIE; o CDPENDAPL aplica e audita na data efetiva
       2600-AGENDA-MOVIMENTO.
           MOVE WS-CD-USER TO FD-CD-USER.
           READ CADUSER
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA NO AGENDAMENTO'
                     TO WRK-MSGERRO
                   PERFORM 2900-REGISTRA-REJEICAO
               NOT INVALID KEY
                   PERFORM 2610-GRAVA-PENDENCIA
           END-READ.

       2610-GRAVA-PENDENCIA.
           MOVE FD-CD-USER         TO PD-CD-USER.
           MOVE 'A'                TO PD-TIPO.
           MOVE ZEROS              TO PD-OPERADOR.
           ACCEPT PD-DATA FROM DATE YYYYMMDD.
           ACCEPT PD-HORA FROM TIME.
           MOVE FD-NM              TO PD-ANT-NM PD-NOV-NM.
           MOVE FD-EMAIL           TO PD-ANT-EMAIL PD-NOV-EMAIL.
           MOVE FD-PHONE           TO PD-ANT-PHONE PD-NOV-PHONE.
           MOVE FD-PHONE-TIPO      TO PD-ANT-FONE-TIPO
                                      PD-NOV-FONE-TIPO.
           MOVE FD-PERFIL          TO PD-NOV-PERFIL.
           MOVE FD-ENDERECO        TO PD-ANT-ENDERECO PD-NOV-ENDERECO.
           MOVE FD-DEPTO           TO PD-ANT-DEPTO PD-NOV-DEPTO.
           MOVE FD-DT-FIM-CONTRATO TO PD-ANT-FIM-CONTRATO
                                      PD-NOV-FIM-CONTRATO.
           MOVE FD-NM-SOCIAL       TO PD-ANT-NM-SOCIAL
                                      PD-NOV-NM-SOCIAL.
           EVALUATE TRUE
               WHEN MOV-DEPARTAMENTO
                   MOVE WS-NOV-DEPTO     TO PD-NOV-DEPTO
               WHEN MOV-NOME
                   MOVE WS-NOV-NM        TO PD-NOV-NM
               WHEN MOV-TELEFONE
                   MOVE WS-NOV-PHONE     TO PD-NOV-PHONE
                   MOVE WS-NOV-FONE-TIPO TO PD-NOV-FONE-TIPO
               WHEN MOV-EMAIL
                   MOVE WS-NOV-EMAIL     TO PD-NOV-EMAIL
           END-EVALUATE.
           MOVE WS-DT-MOV          TO PD-DT-EFETIVA.
           MOVE 'A'                TO PD-SITUACAO.
           WRITE REG-PENDENTE
               INVALID KEY
                   MOVE 'JA EXISTE PENDENCIA NO CADPEND PARA A CONTA'
                     TO WRK-MSGERRO
                   PERFORM 2900-REGISTRA-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-AGENDADOS
                   PERFORM 2700-CONTA-TIPO
                   MOVE SPACES TO WS-RESULTADO
                   STRING 'AGENDADO NO CADPEND PARA ' WS-DT-MOV
                       DELIMITED BY SIZE INTO WS-RESULTADO
                   PERFORM 2800-LINHA-RELATORIO
                   DISPLAY 'AGENDADO: ' WS-CD-USER ' TIPO '
                       WS-MOV-TIPO ' VIGENCIA ' WS-DT-MOV
           END-WRITE.

       2700-CONTA-TIPO.
           EVALUATE TRUE
               WHEN MOV-DEPARTAMENTO
                   ADD 1 TO WS-TOT-DEPTO
               WHEN MOV-NOME
                   ADD 1 TO WS-TOT-NOME
               WHEN MOV-TELEFONE
                   ADD 1 TO WS-TOT-TELEFONE
               WHEN MOV-EMAIL
                   ADD 1 TO WS-TOT-EMAIL
           END-EVALUATE.

       2800-LINHA-RELATORIO.
           IF WS-FS-IMP = 0
               MOVE SPACES TO WS-LINHA-IMP
               STRING WS-CSV-CPF (1:11) ' ' WS-CD-USER ' '
                   WS-CSV-TIPO (1:1) ' ' WS-RESULTADO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                   MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
                   PERFORM 1510-CABECALHO-PAGINA
                   MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP
               END-IF
               PERFORM 2810-GRAVA-FISICA
           END-IF.

       2810-GRAVA-FISICA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           IF WS-FS-IMP NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

      * a rejeicao leva os dados atuais da conta (quando achada) para
      * o CADREJ; o motivo diz o que corrigir na ficha do RH
       2900-REGISTRA-REJEICAO.
           ADD 1 TO WS-TOT-REJEITADOS.
           ACCEPT RJ-DATA FROM DATE YYYYMMDD.
           ACCEPT RJ-HORA FROM TIME.
           MOVE WS-CD-USER    TO RJ-CD-USER.
           MOVE WS-NM         TO RJ-NM.
           MOVE WS-EMAIL      TO RJ-EMAIL.
           MOVE WS-PHONE      TO RJ-PHONE.
           MOVE WS-PHONE-TIPO TO RJ-PHONE-TIPO.
           MOVE WRK-MSGERRO   TO RJ-MOTIVO.
           MOVE SPACE         TO RJ-SITUACAO.
           WRITE REG-REJEICAO.
           MOVE SPACES TO WS-RESULTADO.
           STRING 'REJEITADO - ' WRK-MSGERRO
               DELIMITED BY SIZE INTO WS-RESULTADO.
           PERFORM 2800-LINHA-RELATORIO.
           DISPLAY 'REJEITADO: CPF ' WS-CSV-CPF (1:11)
               ' - ' FUNCTION TRIM (WRK-MSGERRO).

       3000-RODAPE.
           IF WS-FS-IMP = 0
               MOVE SPACES TO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE ALL '-' TO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-LIDOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'LINHAS LIDAS............: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-APLICADOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'APLICADOS NA HORA.......: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-AGENDADOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'AGENDADOS NO CADPEND....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-SEM-MUDANCA TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'SEM MUDANCA.............: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-REJEITADOS TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'REJEITADOS (CADREJ).....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-DEPTO TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  TRANSFERENCIAS (D)....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-NOME TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  TROCAS DE NOME (N)....: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-TELEFONE TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  TROCAS DE TELEFONE (T): ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
               MOVE WS-TOT-EMAIL TO WS-MSK-QTD
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  TROCAS DE EMAIL (E)...: ' WS-MSK-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2810-GRAVA-FISICA
           END-IF.
           DISPLAY '============================================='.
           DISPLAY 'MOVIMENTACOES HRMOVIM -> CADUSER CONCLUIDAS'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS LIDAS.......: ' WS-MSK-QTD.
           MOVE WS-TOT-APLICADOS TO WS-MSK-QTD.
           DISPLAY 'APLICADOS..........: ' WS-MSK-QTD.
           MOVE WS-TOT-AGENDADOS TO WS-MSK-QTD.
           DISPLAY 'AGENDADOS..........: ' WS-MSK-QTD.
           MOVE WS-TOT-SEM-MUDANCA TO WS-MSK-QTD.
           DISPLAY 'SEM MUDANCA........: ' WS-MSK-QTD.
           MOVE WS-TOT-REJEITADOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS REJEITADAS..: ' WS-MSK-QTD.
           IF WS-FS-IMP = 0
               DISPLAY 'RELATORIO GRAVADO EM '
                   FUNCTION TRIM (WS-NOME-IMP)
           END-IF.
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
           MOVE WS-DT-ATUAL TO RK-DATA.
           MOVE 'HRMOVIM' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

       9999-FINALIZAR.
           IF WS-FS-HRMOVIM = 0 OR WS-FS-HRMOVIM = 10
               CLOSE HRMOVIM
           END-IF.
           IF WS-CADUSER-ABERTO = 'S'
               CLOSE CADUSER
           END-IF.
           CLOSE CADPEND.
           CLOSE CADAUD.
           CLOSE CADREJ.
           IF WS-CADDEPT-ABERTO = 'S'
               CLOSE CADDEPT
           END-IF.

       END PROGRAM CDHRMOVIM.
