      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:SEGREGACAO DE FUNCOES - ninguem conferia combinacoes
      *         toxicas de papeis. Este relatorio mensal cruza o
      *         CADUSER, o CADAUTNT, o CADTURMA, o BOLETIM, o NOTAAUD,
      *         o CONSDEC e o CADAUD contra o arquivo de regras
      *         SODREGRA (linhas REGRA;S/N;DESCRICAO) e lista cada
      *         conflito com os registros que o provam:
      *           ADM-NOTA   administrador com autorizacao de lancar
      *                      notas no CADAUTNT;
      *           CONS-NOTA  decisao de conselho (CONSDEC) sobre nota
      *                      que o mesmo operador lancou (NOTAAUD de
      *                      origem tela ou lote);
      *           CONS-TITUL decisao de conselho registrada pelo
      *                      professor titular (TU-PROFESSOR) da turma
      *                      do aluno;
      *           PEND-MASSA operador que pediu alteracao no CADPEND
      *                      (acao 'P') e rodou a manutencao em massa
      *                      CDMASSA (acao 'M') sobre o mesmo usuario.
      *         Com o SODREGRA presente so valem as regras marcadas S
      *         nele; sem o arquivo valem as quatro regras embutidas.
      *         Roda na stream MENSAL antes do CDAUDMES, enquanto o
      *         CADAUD ainda tem o mes inteiro. Arquivo de impressao
      *         SODRELIMP com nome fisico datado SODREL.AAAAMMDD via
      *         DD_SODRELIMP, paginacao de 60 linhas e registro no
      *         catalogo RELCATAL (tipo SODREL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSODREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODREGRA ASSIGN TO
           "SODREGRA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SODREGRA.

           SELECT CADUSER ASSIGN TO
           WS-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-CADUSER.

           SELECT CADAUTNT ASSIGN TO
           "CADAUTNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CHAVE
           FILE STATUS IS WS-FS-CADAUTNT.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT ARQ-NOTAS ASSIGN TO
           "BOLETIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CHAVE
           FILE STATUS IS WS-FS-NOTAS.

           SELECT NOTAAUD ASSIGN TO
           "NOTAAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAAUD.

           SELECT CONSDEC ASSIGN TO
           "CONSDEC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONSDEC.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.

           SELECT ARQ-IMP ASSIGN TO
           "SODRELIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD SODREGRA.
       01 REG-REGRA                       PIC X(80).

       FD CADUSER.
           COPY REGUSER.

       FD CADAUTNT.
           COPY REGAUTNT.

       FD CADTURMA.
           COPY REGTURMA.

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD NOTAAUD.
           COPY REGNOTAUD.

       FD CONSDEC.
       01 REG-DECISAO                     PIC X(132).

       FD CADAUD.
           COPY REGAUD.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-SODREGRA                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-NOTAAUD                  PIC 99.
       77 WS-FS-CONSDEC                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-EOF                         PIC X VALUE 'N'.
        88 FIM-ARQUIVO                   VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-LINHAS               PIC 9(02) VALUE 60.
       77 WS-NUM-PAGINA                  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).
       01 WS-LINHA-GUARDA                PIC X(132).

      * regras de combinacao proibida: as quatro embutidas, ligadas
      * ou desligadas pelo SODREGRA
       01 WS-TAB-REGRAS-PADRAO.
           03 FILLER.
               05 FILLER PIC X(10) VALUE 'ADM-NOTA'.
               05 FILLER PIC X(50)
                  VALUE 'ADMINISTRADOR COM AUTORIZACAO DE LANCAR NOTAS'.
           03 FILLER.
               05 FILLER PIC X(10) VALUE 'CONS-NOTA'.
               05 FILLER PIC X(50)
                  VALUE 'CONSELHO DECIDIU NOTA LANCADA PELO PROPRIO'.
           03 FILLER.
               05 FILLER PIC X(10) VALUE 'CONS-TITUL'.
               05 FILLER PIC X(50)
                  VALUE 'CONSELHO REGISTRADO PELO TITULAR DA TURMA'.
           03 FILLER.
               05 FILLER PIC X(10) VALUE 'PEND-MASSA'.
               05 FILLER PIC X(50)
                  VALUE 'PEDIDO NO CADPEND E CDMASSA NO MESMO USUARIO'.
       01 WS-TAB-REGRAS-R REDEFINES WS-TAB-REGRAS-PADRAO.
           03 WS-RP-ITEM OCCURS 4 TIMES.
               05 WS-RP-CODIGO           PIC X(10).
               05 WS-RP-DESCRICAO        PIC X(50).
       01 WS-TAB-REGRAS.
           03 WS-RG-ITEM OCCURS 4 TIMES.
               05 WS-RG-CODIGO           PIC X(10).
               05 WS-RG-DESCRICAO        PIC X(50).
               05 WS-RG-ATIVA            PIC X(01).
               05 WS-RG-CONFLITOS        PIC 9(05).
       77 WS-IX-REGRA                    PIC 9(02) VALUE ZEROS.
       77 WS-REGRA-ATUAL                 PIC 9(02) VALUE ZEROS.
       77 WS-REGRA-ACHADA                PIC 9(02) VALUE ZEROS.
       77 WS-TOT-DESCONHECIDAS           PIC 9(03) VALUE ZEROS.
       01 WS-PARTES-REGRA.
           03 WS-PR-CODIGO               PIC X(10).
           03 WS-PR-ATIVA                PIC X(01).
           03 WS-PR-DESCRICAO            PIC X(50).

      * decisoes do conselho: mesmo layout gravado pelo CDCONSDEC
       01 WS-LINHA-DECISAO.
           03 DC-DT-SESSAO               PIC 9(08).
           03 FILLER                     PIC X(01).
           03 DC-TERMO                   PIC X(06).
           03 FILLER                     PIC X(01).
           03 DC-ALUNO                   PIC 9(05).
           03 FILLER                     PIC X(01).
           03 DC-MATERIA                 PIC X(06).
           03 FILLER                     PIC X(01).
           03 DC-STATUS-ANT              PIC X(11).
           03 FILLER                     PIC X(01).
           03 DC-STATUS-NOVO             PIC X(11).
           03 FILLER                     PIC X(01).
           03 DC-OPERADOR                PIC 9(08).
           03 FILLER                     PIC X(01).
           03 DC-JUSTIFICATIVA           PIC X(60).
       01 WS-TAB-DECISOES.
           03 WS-QTD-DECISOES            PIC 9(04) VALUE ZEROS.
           03 WS-DECISAO OCCURS 500 TIMES.
               05 WS-DC-LINHA            PIC X(72).
               05 WS-DC-TERMO            PIC X(06).
               05 WS-DC-ALUNO            PIC 9(05).
               05 WS-DC-MATERIA          PIC X(06).
               05 WS-DC-OPERADOR         PIC 9(08).
       77 WS-IX-DEC                      PIC 9(04) VALUE ZEROS.
       77 WS-DECISOES-FORA               PIC 9(05) VALUE ZEROS.

      * pedidos ('P') e manutencoes em massa ('M') do CADAUD
       01 WS-TAB-PEDIDOS.
           03 WS-QTD-PEDIDOS             PIC 9(04) VALUE ZEROS.
           03 WS-PEDIDO OCCURS 1000 TIMES.
               05 WS-PE-CD-USER          PIC 9(08).
               05 WS-PE-OPERADOR         PIC 9(08).
               05 WS-PE-DATA             PIC X(08).
               05 WS-PE-HORA             PIC X(06).
       01 WS-TAB-MASSA.
           03 WS-QTD-MASSA               PIC 9(04) VALUE ZEROS.
           03 WS-MASSA OCCURS 1000 TIMES.
               05 WS-MA-CD-USER          PIC 9(08).
               05 WS-MA-OPERADOR         PIC 9(08).
               05 WS-MA-DATA             PIC X(08).
               05 WS-MA-HORA             PIC X(06).
       77 WS-IX-PED                      PIC 9(04) VALUE ZEROS.
       77 WS-IX-MAS                      PIC 9(04) VALUE ZEROS.
       77 WS-AUD-FORA                    PIC 9(05) VALUE ZEROS.

       77 WS-TOT-CONFLITOS               PIC 9(05) VALUE ZEROS.
       77 WS-CONF-OPERADOR               PIC 9(08) VALUE ZEROS.
       77 WS-NOME-OPERADOR               PIC X(30) VALUE SPACES.
       77 WS-PERFIL-OPERADOR             PIC X(01) VALUE SPACE.
       77 WS-TITULAR                     PIC X(01) VALUE 'N'.
       77 WS-TURMA-ALUNO                 PIC X(03) VALUE SPACES.

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
           IF WS-FS-IMP = 0
               PERFORM 2000-REGRA-ADM-NOTA
               PERFORM 3000-CARREGA-DECISOES
               PERFORM 3100-REGRA-CONS-NOTA
               PERFORM 3200-REGRA-CONS-TITULAR
               PERFORM 4000-REGRA-PEND-MASSA
               PERFORM 5000-RODAPE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
           IF WS-CADUSER-PATH = SPACES THEN
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           PERFORM 1100-CARREGA-REGRAS.

      * cada execucao grava um arquivo datado proprio, entregue ao
      * arquivo SODRELIMP pela variavel DD_SODRELIMP estilo DD
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'SODREL.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_SODRELIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.

           OPEN INPUT CADUSER.
           IF WS-FS-CADUSER NOT = 0
               DISPLAY 'CADUSER NAO ENCONTRADO - SEM RELATORIO'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-IMP
               PERFORM 2100-CABECALHO-PAGINA
               PERFORM 1200-LISTA-REGRAS
           END-IF.

      * com o SODREGRA presente so vale o que ele marca S, como o
      * BATCHPLN substitui o plano embutido; linha com '*' e
      * comentario
       1100-CARREGA-REGRAS.
           PERFORM 1110-REGRA-PADRAO
               VARYING WS-IX-REGRA FROM 1 BY 1 UNTIL WS-IX-REGRA > 4.
           OPEN INPUT SODREGRA.
           IF WS-FS-SODREGRA = 0
               PERFORM 1120-DESLIGA-REGRA
                   VARYING WS-IX-REGRA FROM 1 BY 1
                   UNTIL WS-IX-REGRA > 4
               MOVE 'N' TO WS-EOF
               PERFORM 1130-LE-REGRA UNTIL FIM-ARQUIVO
               CLOSE SODREGRA
           END-IF.

       1110-REGRA-PADRAO.
           MOVE WS-RP-CODIGO (WS-IX-REGRA)
             TO WS-RG-CODIGO (WS-IX-REGRA).
           MOVE WS-RP-DESCRICAO (WS-IX-REGRA)
             TO WS-RG-DESCRICAO (WS-IX-REGRA).
           MOVE 'S' TO WS-RG-ATIVA (WS-IX-REGRA).
           MOVE ZEROS TO WS-RG-CONFLITOS (WS-IX-REGRA).

       1120-DESLIGA-REGRA.
           MOVE 'N' TO WS-RG-ATIVA (WS-IX-REGRA).

       1130-LE-REGRA.
           READ SODREGRA
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   IF REG-REGRA NOT = SPACES AND
                      REG-REGRA (1:1) NOT = '*'
                       PERFORM 1140-INTERPRETA-REGRA
                   END-IF
           END-READ.

       1140-INTERPRETA-REGRA.
           MOVE SPACES TO WS-PARTES-REGRA.
           UNSTRING REG-REGRA
               DELIMITED BY ';'
               INTO WS-PR-CODIGO
                    WS-PR-ATIVA
                    WS-PR-DESCRICAO
           END-UNSTRING.
           MOVE ZEROS TO WS-REGRA-ACHADA.
           PERFORM 1150-PROCURA-REGRA
               VARYING WS-IX-REGRA FROM 1 BY 1 UNTIL WS-IX-REGRA > 4.
           IF WS-REGRA-ACHADA = ZEROS
               ADD 1 TO WS-TOT-DESCONHECIDAS
               DISPLAY 'REGRA DESCONHECIDA NO SODREGRA IGNORADA: '
                   WS-PR-CODIGO
           ELSE
               IF WS-PR-ATIVA = 'S'
                   MOVE 'S' TO WS-RG-ATIVA (WS-REGRA-ACHADA)
               END-IF
               IF WS-PR-DESCRICAO NOT = SPACES
                   MOVE WS-PR-DESCRICAO
                     TO WS-RG-DESCRICAO (WS-REGRA-ACHADA)
               END-IF
           END-IF.

       1150-PROCURA-REGRA.
           IF WS-RG-CODIGO (WS-IX-REGRA) = WS-PR-CODIGO
               MOVE WS-IX-REGRA TO WS-REGRA-ACHADA
           END-IF.

       1200-LISTA-REGRAS.
           IF WS-FS-SODREGRA = 0
               MOVE 'REGRAS DO ARQUIVO SODREGRA' TO WS-LINHA-IMP
           ELSE
               MOVE 'SODREGRA AUSENTE - VALEM AS REGRAS EMBUTIDAS'
                 TO WS-LINHA-IMP
           END-IF.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 1210-LINHA-REGRA
               VARYING WS-IX-REGRA FROM 1 BY 1 UNTIL WS-IX-REGRA > 4.
           IF WS-TOT-DESCONHECIDAS > ZEROS
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  LINHAS COM REGRA DESCONHECIDA IGNORADAS: '
                   WS-TOT-DESCONHECIDAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       1210-LINHA-REGRA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  ' WS-RG-CODIGO (WS-IX-REGRA) ' '
               WS-RG-ATIVA (WS-IX-REGRA) ' '
               WS-RG-DESCRICAO (WS-IX-REGRA)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      ******************************************************************
      * ADM-NOTA: administrador nao precisa de CADAUTNT (o DESAFIOM2
      * libera tudo para ele); linha la e direito esquecido ou
      * concessao que ninguem revisou
      ******************************************************************
       2000-REGRA-ADM-NOTA.
           MOVE 1 TO WS-REGRA-ATUAL.
           PERFORM 2050-TITULO-REGRA.
           IF WS-RG-ATIVA (WS-REGRA-ATUAL) = 'S'
               OPEN INPUT CADAUTNT
               IF WS-FS-CADAUTNT NOT = 0
                   MOVE '  CADAUTNT NAO ENCONTRADO - REGRA NAO AVALIADA'
                     TO WS-LINHA-IMP
                   PERFORM 2900-GRAVA-LINHA
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM 2010-LE-AUTORIZACAO UNTIL FIM-ARQUIVO
                   CLOSE CADAUTNT
               END-IF
           END-IF.
           PERFORM 2060-TOTAL-REGRA.

       2010-LE-AUTORIZACAO.
           READ CADAUTNT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE AT-OPERADOR TO WS-CONF-OPERADOR
                   PERFORM 7000-DADOS-OPERADOR
                   IF WS-PERFIL-OPERADOR = 'A'
                       PERFORM 7100-ABRE-CONFLITO
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '    CADUSER  CODIGO ' WS-CONF-OPERADOR
                           ' PERFIL ' WS-PERFIL-OPERADOR
                           ' BLOQUEADO ' FD-BLOQUEADO
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM 2900-GRAVA-LINHA
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '    CADAUTNT OPERADOR ' AT-OPERADOR
                           ' MATERIA ' AT-MATERIA ' TURMA ' AT-TURMA
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM 2900-GRAVA-LINHA
                   END-IF
           END-READ.

       2050-TITULO-REGRA.
           IF WS-LINHAS-PAGINA + 6 > WS-LIMITE-LINHAS
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'REGRA ' WS-RG-CODIGO (WS-REGRA-ATUAL) ' - '
               WS-RG-DESCRICAO (WS-REGRA-ATUAL)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           IF WS-RG-ATIVA (WS-REGRA-ATUAL) NOT = 'S'
               MOVE '  REGRA DESLIGADA NO SODREGRA' TO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       2060-TOTAL-REGRA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-RG-CONFLITOS (WS-REGRA-ATUAL) TO WS-MSK-QTD.
           STRING '  CONFLITOS NA REGRA: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       2100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONFLITOS DE SEGREGACAO DE FUNCOES   DATA '
               WS-DT-EXEC ' HORA ' WS-HR-EXEC '   PAGINA '
               WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 2910-GRAVA-FISICA.
           MOVE 2 TO WS-LINHAS-PAGINA.

      * linha de detalhe: pagina nova quando a atual encheu
       2900-GRAVA-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
               MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
               PERFORM 2100-CABECALHO-PAGINA
               MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP
           END-IF.
           PERFORM 2910-GRAVA-FISICA.

       2910-GRAVA-FISICA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-IMP.

      ******************************************************************
      * decisoes do conselho carregadas uma vez para as duas regras
      * de conselho
      ******************************************************************
       3000-CARREGA-DECISOES.
           MOVE 0 TO WS-QTD-DECISOES.
           IF WS-RG-ATIVA (2) = 'S' OR WS-RG-ATIVA (3) = 'S'
               OPEN INPUT CONSDEC
               IF WS-FS-CONSDEC = 0
                   MOVE 'N' TO WS-EOF
                   PERFORM 3010-LE-DECISAO UNTIL FIM-ARQUIVO
                   CLOSE CONSDEC
               END-IF
           END-IF.

       3010-LE-DECISAO.
           READ CONSDEC
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-QTD-DECISOES < 500
                       MOVE REG-DECISAO TO WS-LINHA-DECISAO
                       ADD 1 TO WS-QTD-DECISOES
                       MOVE REG-DECISAO (1:72)
                         TO WS-DC-LINHA (WS-QTD-DECISOES)
                       MOVE DC-TERMO    TO WS-DC-TERMO (WS-QTD-DECISOES)
                       MOVE DC-ALUNO    TO WS-DC-ALUNO (WS-QTD-DECISOES)
                       MOVE DC-MATERIA
                         TO WS-DC-MATERIA (WS-QTD-DECISOES)
                       MOVE DC-OPERADOR
                         TO WS-DC-OPERADOR (WS-QTD-DECISOES)
                   ELSE
                       ADD 1 TO WS-DECISOES-FORA
                   END-IF
           END-READ.

      ******************************************************************
      * CONS-NOTA: quem decide no conselho nao pode ter lancado a nota
      * decidida (NOTAAUD de origem tela ou lote, nao a do conselho)
      ******************************************************************
       3100-REGRA-CONS-NOTA.
           MOVE 2 TO WS-REGRA-ATUAL.
           PERFORM 2050-TITULO-REGRA.
           IF WS-RG-ATIVA (WS-REGRA-ATUAL) = 'S'
               OPEN INPUT NOTAAUD
               IF WS-FS-NOTAAUD NOT = 0 OR WS-QTD-DECISOES = ZEROS
                   MOVE '  SEM NOTAAUD OU SEM DECISOES NO CONSDEC'
                     TO WS-LINHA-IMP
                   PERFORM 2900-GRAVA-LINHA
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM 3110-LE-NOTAAUD UNTIL FIM-ARQUIVO
               END-IF
               IF WS-FS-NOTAAUD = 0
                   CLOSE NOTAAUD
               END-IF
               PERFORM 3300-AVISA-DECISOES-FORA
           END-IF.
           PERFORM 2060-TOTAL-REGRA.

       3110-LE-NOTAAUD.
           READ NOTAAUD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   IF NA-ORIGEM NOT = 'C' AND NA-OPERADOR NOT = ZEROS
                       PERFORM 3120-COMPARA-DECISAO
                           VARYING WS-IX-DEC FROM 1 BY 1
                           UNTIL WS-IX-DEC > WS-QTD-DECISOES
                   END-IF
           END-READ.

       3120-COMPARA-DECISAO.
           IF WS-DC-OPERADOR (WS-IX-DEC) = NA-OPERADOR AND
              WS-DC-TERMO (WS-IX-DEC)    = NA-TERMO    AND
              WS-DC-ALUNO (WS-IX-DEC)    = NA-CD-ALUNO AND
              WS-DC-MATERIA (WS-IX-DEC)  = NA-MATERIA
               MOVE NA-OPERADOR TO WS-CONF-OPERADOR
               PERFORM 7000-DADOS-OPERADOR
               PERFORM 7100-ABRE-CONFLITO
               PERFORM 7200-EVIDENCIA-DECISAO
               MOVE SPACES TO WS-LINHA-IMP
               STRING '    NOTAAUD  ' NA-DATA ' ' NA-HORA
                   ' ORIGEM ' NA-ORIGEM ' TERMO ' NA-TERMO
                   ' ALUNO ' NA-CD-ALUNO ' MATERIA ' NA-MATERIA
                   ' STATUS ' NA-ANT-STATUS ' -> ' NA-NOV-STATUS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

      ******************************************************************
      * CONS-TITUL: o professor titular da turma do aluno (turma do
      * REG-NOTA decidido, titular no CADTURMA) nao registra a
      * decisao do conselho sobre ela
      ******************************************************************
       3200-REGRA-CONS-TITULAR.
           MOVE 3 TO WS-REGRA-ATUAL.
           PERFORM 2050-TITULO-REGRA.
           IF WS-RG-ATIVA (WS-REGRA-ATUAL) = 'S'
               OPEN INPUT ARQ-NOTAS
               OPEN INPUT CADTURMA
               IF WS-FS-NOTAS NOT = 0 OR WS-FS-CADTURMA NOT = 0
                   MOVE '  BOLETIM OU CADTURMA AUSENTE - SEM AVALIAR'
                     TO WS-LINHA-IMP
                   PERFORM 2900-GRAVA-LINHA
               ELSE
                   PERFORM 3210-CONFERE-TITULAR
                       VARYING WS-IX-DEC FROM 1 BY 1
                       UNTIL WS-IX-DEC > WS-QTD-DECISOES
                   PERFORM 3300-AVISA-DECISOES-FORA
               END-IF
               IF WS-FS-NOTAS = 0
                   CLOSE ARQ-NOTAS
               END-IF
               IF WS-FS-CADTURMA = 0
                   CLOSE CADTURMA
               END-IF
           END-IF.
           PERFORM 2060-TOTAL-REGRA.

       3210-CONFERE-TITULAR.
           MOVE 'N' TO WS-TITULAR.
           MOVE WS-DC-TERMO (WS-IX-DEC)   TO BN-TERMO.
           MOVE WS-DC-ALUNO (WS-IX-DEC)   TO BN-CD-ALUNO.
           MOVE WS-DC-MATERIA (WS-IX-DEC) TO BN-MATERIA.
           READ ARQ-NOTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BN-TURMA TO WS-TURMA-ALUNO
                   MOVE BN-TURMA TO TU-CODIGO
                   READ CADTURMA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TU-PROFESSOR = WS-DC-OPERADOR (WS-IX-DEC)
                              AND TU-PROFESSOR NOT = ZEROS
                               MOVE 'S' TO WS-TITULAR
                           END-IF
                   END-READ
           END-READ.
           IF WS-TITULAR = 'S'
               MOVE TU-PROFESSOR TO WS-CONF-OPERADOR
               PERFORM 7000-DADOS-OPERADOR
               PERFORM 7100-ABRE-CONFLITO
               PERFORM 7200-EVIDENCIA-DECISAO
               MOVE SPACES TO WS-LINHA-IMP
               STRING '    BOLETIM  TERMO ' BN-TERMO ' ALUNO '
                   BN-CD-ALUNO ' ' BN-NOME ' MATERIA ' BN-MATERIA
                   ' TURMA ' BN-TURMA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               STRING '    CADTURMA TURMA ' TU-CODIGO ' '
                   TU-DESCRICAO ' TITULAR ' TU-PROFESSOR
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

       3300-AVISA-DECISOES-FORA.
           IF WS-DECISOES-FORA > ZEROS
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  ATENCAO: ' WS-DECISOES-FORA
                   ' DECISOES ALEM DE 500 NAO AVALIADAS'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

      ******************************************************************
      * PEND-MASSA: quem pede a alteracao nao executa a manutencao em
      * massa sobre o mesmo usuario. O CADAUD e o do mes corrente; o
      * relatorio roda antes do fechamento mensal do CDAUDMES
      ******************************************************************
       4000-REGRA-PEND-MASSA.
           MOVE 4 TO WS-REGRA-ATUAL.
           PERFORM 2050-TITULO-REGRA.
           IF WS-RG-ATIVA (WS-REGRA-ATUAL) = 'S'
               OPEN INPUT CADAUD
               IF WS-FS-CADAUD NOT = 0
                   MOVE '  CADAUD NAO ENCONTRADO - REGRA NAO AVALIADA'
                     TO WS-LINHA-IMP
                   PERFORM 2900-GRAVA-LINHA
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM 4010-LE-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE CADAUD
                   PERFORM 4100-CRUZA-PEDIDO
                       VARYING WS-IX-PED FROM 1 BY 1
                       UNTIL WS-IX-PED > WS-QTD-PEDIDOS
                   IF WS-AUD-FORA > ZEROS
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '  ATENCAO: ' WS-AUD-FORA
                           ' LINHAS DO CADAUD ALEM DE 1000 IGNORADAS'
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM 2900-GRAVA-LINHA
                   END-IF
               END-IF
           END-IF.
           PERFORM 2060-TOTAL-REGRA.

      * manutencao em massa sem operador (anterior ao registro do
      * executor no CDMASSA) nao tem a quem atribuir
       4010-LE-AUDITORIA.
           READ CADAUD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN AU-ACAO = 'P' AND AU-OPERADOR NOT = ZEROS
                           PERFORM 4020-GUARDA-PEDIDO
                       WHEN AU-ACAO = 'M' AND AU-OPERADOR NOT = ZEROS
                           PERFORM 4030-GUARDA-MASSA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4020-GUARDA-PEDIDO.
           IF WS-QTD-PEDIDOS < 1000
               ADD 1 TO WS-QTD-PEDIDOS
               MOVE AU-CD-USER  TO WS-PE-CD-USER (WS-QTD-PEDIDOS)
               MOVE AU-OPERADOR TO WS-PE-OPERADOR (WS-QTD-PEDIDOS)
               MOVE AU-DATA     TO WS-PE-DATA (WS-QTD-PEDIDOS)
               MOVE AU-HORA     TO WS-PE-HORA (WS-QTD-PEDIDOS)
           ELSE
               ADD 1 TO WS-AUD-FORA
           END-IF.

       4030-GUARDA-MASSA.
           IF WS-QTD-MASSA < 1000
               ADD 1 TO WS-QTD-MASSA
               MOVE AU-CD-USER  TO WS-MA-CD-USER (WS-QTD-MASSA)
               MOVE AU-OPERADOR TO WS-MA-OPERADOR (WS-QTD-MASSA)
               MOVE AU-DATA     TO WS-MA-DATA (WS-QTD-MASSA)
               MOVE AU-HORA     TO WS-MA-HORA (WS-QTD-MASSA)
           ELSE
               ADD 1 TO WS-AUD-FORA
           END-IF.

       4100-CRUZA-PEDIDO.
           PERFORM 4110-COMPARA-MASSA
               VARYING WS-IX-MAS FROM 1 BY 1
               UNTIL WS-IX-MAS > WS-QTD-MASSA.

       4110-COMPARA-MASSA.
           IF WS-MA-OPERADOR (WS-IX-MAS) = WS-PE-OPERADOR (WS-IX-PED)
              AND WS-MA-CD-USER (WS-IX-MAS) = WS-PE-CD-USER (WS-IX-PED)
               MOVE WS-PE-OPERADOR (WS-IX-PED) TO WS-CONF-OPERADOR
               PERFORM 7000-DADOS-OPERADOR
               PERFORM 7100-ABRE-CONFLITO
               MOVE SPACES TO WS-LINHA-IMP
               STRING '    CADAUD   ' WS-PE-DATA (WS-IX-PED) ' '
                   WS-PE-HORA (WS-IX-PED) ' ACAO P (PEDIDO CADPEND)'
                   ' USUARIO ' WS-PE-CD-USER (WS-IX-PED)
                   ' OPERADOR ' WS-PE-OPERADOR (WS-IX-PED)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-IMP
               STRING '    CADAUD   ' WS-MA-DATA (WS-IX-MAS) ' '
                   WS-MA-HORA (WS-IX-MAS) ' ACAO M (CDMASSA)       '
                   ' USUARIO ' WS-MA-CD-USER (WS-IX-MAS)
                   ' OPERADOR ' WS-MA-OPERADOR (WS-IX-MAS)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
           END-IF.

      * totais por regra, fechamento e registro no catalogo
       5000-RODAPE.
           IF WS-LINHAS-PAGINA + 9 > WS-LIMITE-LINHAS
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'TOTAIS DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           PERFORM 5010-TOTAL-POR-REGRA
               VARYING WS-IX-REGRA FROM 1 BY 1 UNTIL WS-IX-REGRA > 4.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-CONFLITOS TO WS-MSK-QTD.
           STRING 'TOTAL DE CONFLITOS....: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           MOVE 'FIM DO RELATORIO' TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.
           CLOSE ARQ-IMP.
           PERFORM 5100-REGISTRA-CATALOGO.
           DISPLAY 'CONFLITOS DE SEGREGACAO: ' WS-TOT-CONFLITOS.
           DISPLAY 'RELATORIO GRAVADO EM ' FUNCTION TRIM (WS-NOME-IMP).

       5010-TOTAL-POR-REGRA.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-RG-CONFLITOS (WS-IX-REGRA) TO WS-MSK-QTD.
           STRING 'REGRA ' WS-RG-CODIGO (WS-IX-REGRA) '.....: '
               WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           IF WS-RG-ATIVA (WS-IX-REGRA) NOT = 'S'
               MOVE '(DESLIGADA)' TO WS-LINHA-IMP (33:11)
           END-IF.
           PERFORM 2900-GRAVA-LINHA.

      * o relatorio produzido entra no catalogo RELCATAL para o
      * CDRELCAT achar, exibir e expurgar pela retencao
       5100-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'SODREL' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

      ******************************************************************
      * rotinas comuns das regras
      ******************************************************************
       7000-DADOS-OPERADOR.
           MOVE WS-CONF-OPERADOR TO FD-CD-USER.
           READ CADUSER
               INVALID KEY
                   MOVE 'NAO CADASTRADO NO CADUSER' TO WS-NOME-OPERADOR
                   MOVE SPACE TO WS-PERFIL-OPERADOR
                   MOVE SPACE TO FD-BLOQUEADO
               NOT INVALID KEY
                   MOVE FD-NM     TO WS-NOME-OPERADOR
                   MOVE FD-PERFIL TO WS-PERFIL-OPERADOR
           END-READ.

      * cabecalho do conflito; as evidencias vem logo abaixo
       7100-ABRE-CONFLITO.
           ADD 1 TO WS-TOT-CONFLITOS.
           ADD 1 TO WS-RG-CONFLITOS (WS-REGRA-ATUAL).
           IF WS-LINHAS-PAGINA + 4 > WS-LIMITE-LINHAS
               PERFORM 2100-CABECALHO-PAGINA
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '  CONFLITO ' WS-TOT-CONFLITOS ' REGRA '
               WS-RG-CODIGO (WS-REGRA-ATUAL) ' OPERADOR '
               WS-CONF-OPERADOR ' ' WS-NOME-OPERADOR
               ' PERFIL ' WS-PERFIL-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       7200-EVIDENCIA-DECISAO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING '    CONSDEC  ' WS-DC-LINHA (WS-IX-DEC)
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       9999-FINALIZAR.
           IF WS-FS-CADUSER = 0
               CLOSE CADUSER
           END-IF.

       END PROGRAM CDSODREL.
