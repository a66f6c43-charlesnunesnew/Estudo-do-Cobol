      *                     pagina declara como os numeros foram
      *                     produzidos e cada detalhe imprime o modo
      *                     (P=2/4, A=T/H) usado naquela linha.
      *   15/10/2026 CAN - tabelas de amortizacao Price e SAC gravadas
      *                     pelo DESAFIOM1 no CALCPARC saem na listagem
      *                     CALCPIMP, uma tabela por pagina com o
      *                     cabecalho do emprestimo repetido na quebra,
      *                     totais de parcela, juros e amortizacao por
      *                     tabela e resumo final; registrada no
      *                     RELCATAL (tipo CALCPIMP).
      *   15/10/2026 CAN - correcoes monetarias gravadas pelo DESAFIOM1
      *                     no CALCCORR saem na listagem CALCCIMP, uma
      *                     correcao por pagina com a evolucao mes a mes
      *                     (taxa do indice, fator acumulado e valor
      *                     corrigido), resultado por correcao e resumo
      *                     final; registrada no RELCATAL (tipo
      *                     CALCCIMP).
      *   15/10/2026 CAN - linha de expressao do CALCREL (detalhe tipo 4
      *                     do CALCLOTE) sai com o texto da formula, o
      *                     resultado e o modo P/A no lugar das colunas
      *                     das operacoes fixas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCALCREL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT ARQ-PARC ASSIGN TO
           "CALCPARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARC.

           SELECT ARQ-PIMP ASSIGN TO
           "CALCPIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PIMP.

           SELECT ARQ-CORM ASSIGN TO
           "CALCCORR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CORM.

           SELECT ARQ-CIMP ASSIGN TO
           "CALCCIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CIMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           03 RL-PRECISAO                PIC X(01).
           03 RL-ARREDONDA               PIC X(01).
           03 RL-OBS                     PIC X(22).
           03 RL-EXPRESSAO               PIC X(60).
           03 RL-RESULT-EXPR             PIC S9(10)V9999
                                         SIGN IS LEADING SEPARATE.

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD ARQ-PARC.
           COPY REGPARC.

       FD ARQ-PIMP.
       01 REG-PIMP                        PIC X(132).

       FD ARQ-CORM.
           COPY REGCORM.

       FD ARQ-CIMP.
       01 REG-CIMP                        PIC X(132).

       FD RELCATAL.
       01 REG-CATALOGO                    PIC X(80).


       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       77 WS-CAT-RELATORIO               PIC X(10) VALUE SPACES.
       77 WS-CAT-LINHAS                  PIC 9(06) VALUE ZEROS.

      * listagem das tabelas de amortizacao (CALCPARC -> CALCPIMP);
      * so e aberta quando chega a primeira tabela
       77 WS-FS-PARC                     PIC 99.
       77 WS-FS-PIMP                     PIC 99 VALUE 99.
       77 WS-EOF-PARC                    PIC X VALUE 'N'.
        88 FIM-CALCPARC                  VALUE 'S'.
       77 WS-PIMP-ABERTO                 PIC X VALUE 'N'.
       77 WS-TABELA-ABERTA               PIC X VALUE 'N'.
       77 WS-PAG-PIMP                    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-PIMP             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TABELAS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PARCELAS                PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FINANCIADO              PIC S9(11)V99 VALUE ZEROS.
       77 WS-TB-VLR-PARCELA              PIC S9(11)V9999 VALUE ZEROS.
       77 WS-TB-VLR-JUROS                PIC S9(11)V9999 VALUE ZEROS.
       77 WS-TB-VLR-AMORT                PIC S9(11)V9999 VALUE ZEROS.
       01 WS-TITULO-TABELA               PIC X(132) VALUE SPACES.
       77 WS-MSK-TAXA                    PIC Z9.9999.
       01 WS-DT-VENCTO                   PIC 9(08).
       01 WS-DT-VENCTO-R REDEFINES WS-DT-VENCTO.
           03 WS-DV-ANO                  PIC 9(04).
           03 WS-DV-MES                  PIC 9(02).
           03 WS-DV-DIA                  PIC 9(02).

      * listagem das correcoes monetarias (CALCCORR -> CALCCIMP);
      * tambem so e aberta quando chega a primeira correcao
       77 WS-FS-CORM                     PIC 99.
       77 WS-FS-CIMP                     PIC 99 VALUE 99.
       77 WS-EOF-CORM                    PIC X VALUE 'N'.
        88 FIM-CALCCORR                  VALUE 'S'.
       77 WS-CIMP-ABERTO                 PIC X VALUE 'N'.
       77 WS-CORRECAO-ABERTA             PIC X VALUE 'N'.
       77 WS-PAG-CIMP                    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS-CIMP             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CORRECOES               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-MESES                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-VLR-ORIGINAL            PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-VLR-CORRIGIDO           PIC S9(11)V9999 VALUE ZEROS.
       77 WS-CR-FATOR                    PIC 9(04)V9(08) VALUE ZEROS.
       77 WS-CR-VLR-CORRIGIDO            PIC S9(10)V9999 VALUE ZEROS.
       01 WS-TITULO-CORRECAO             PIC X(132) VALUE SPACES.
       77 WS-MSK-TAXA-MES                PIC ---9.9999.
       77 WS-MSK-FATOR                   PIC ZZZ9.9(08).
       01 WS-ANO-MES                     PIC 9(06).
       01 WS-ANO-MES-R REDEFINES WS-ANO-MES.
           03 WS-AM-ANO                  PIC 9(04).
           03 WS-AM-MES                  PIC 9(02).

      * a linha do catalogo de relatorios e montada aqui porque
      * VALUE de FILLER nao vale em registro de FD
           PERFORM 1000-INICIAR.
           PERFORM 2000-FORMATA-LINHAS UNTIL FIM-CALCREL.
           PERFORM 3000-TOTAIS.
           PERFORM 4000-TABELAS-AMORTIZACAO.
           PERFORM 5000-CORRECOES-MONETARIAS.
           PERFORM 9999-FINALIZAR.
           GOBACK.

                   IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                       PERFORM 2100-CABECALHO-PAGINA
                   END-IF
                   IF RL-EXPRESSAO = SPACES
                       PERFORM 2200-DETALHE
                   ELSE
                       PERFORM 2300-DETALHE-EXPRESSAO
                   END-IF
           END-READ.

       2100-CABECALHO-PAGINA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

      * a expressao tambem ocupa duas linhas e uma em branco: a
      * formula com o modo e o resultado com a observacao
       2300-DETALHE-EXPRESSAO.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'EXPRESSAO' TO WS-LINHA-IMP (1:9).
           MOVE RL-EXPRESSAO TO WS-LINHA-IMP (17:60).
           MOVE 'P' TO WS-LINHA-IMP (82:1).
           MOVE RL-PRECISAO TO WS-LINHA-IMP (83:1).
           MOVE ' A' TO WS-LINHA-IMP (84:2).
           MOVE RL-ARREDONDA TO WS-LINHA-IMP (86:1).
           PERFORM 2900-GRAVA-LINHA.

           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'RESULTADO' TO WS-LINHA-IMP (1:9).
           MOVE RL-RESULT-EXPR TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (17:16).
           MOVE RL-OBS TO WS-LINHA-IMP (82:22).
           PERFORM 2900-GRAVA-LINHA.

           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 2900-GRAVA-LINHA.

       2900-GRAVA-LINHA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 2900-GRAVA-LINHA
               CLOSE ARQ-IMP
               MOVE 'CALCIMP' TO WS-CAT-RELATORIO
               MOVE WS-TOT-LINHAS-IMP TO WS-CAT-LINHAS
               PERFORM 3500-REGISTRA-CATALOGO
               DISPLAY 'LISTAGEM GRAVADA EM CALCIMP - PAGINAS: '
                   WS-NUM-PAGINA
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-ATUAL TO RK-DATA.
           MOVE WS-CAT-RELATORIO TO RK-TIPO.
           MOVE WS-CAT-RELATORIO TO RK-FISICO.
           MOVE WS-CAT-LINHAS TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-CATALOGO TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           CLOSE RELCATAL.

      * cada tabela do CALCPARC comeca numa pagina nova; na quebra o
      * cabecalho do emprestimo e repetido
       4000-TABELAS-AMORTIZACAO.
           OPEN INPUT ARQ-PARC.
           IF WS-FS-PARC NOT = 0
               DISPLAY 'CALCPARC NAO ENCONTRADO - SEM TABELAS'
           ELSE
               PERFORM 4100-LE-PARCELA UNTIL FIM-CALCPARC
               CLOSE ARQ-PARC
               IF WS-PIMP-ABERTO = 'S'
                   PERFORM 4400-TOTAIS-TABELA
                   PERFORM 4500-RESUMO-TABELAS
                   CLOSE ARQ-PIMP
                   MOVE 'CALCPIMP' TO WS-CAT-RELATORIO
                   MOVE WS-TOT-LINHAS-PIMP TO WS-CAT-LINHAS
                   PERFORM 3500-REGISTRA-CATALOGO
                   DISPLAY 'TABELAS GRAVADAS EM CALCPIMP - PAGINAS: '
                       WS-PAG-PIMP
               ELSE
                   DISPLAY 'CALCPARC SEM TABELAS - NADA A IMPRIMIR'
               END-IF
           END-IF.

       4100-LE-PARCELA.
           READ ARQ-PARC
               AT END
                   MOVE 'S' TO WS-EOF-PARC
               NOT AT END
                   IF PC-CABECALHO
                       PERFORM 4150-NOVA-TABELA
                   ELSE
                       IF PC-PARCELA AND WS-TABELA-ABERTA = 'S'
                           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                               PERFORM 4200-CABECALHO-TABELA
                           END-IF
                           PERFORM 4300-DETALHE-PARCELA
                       END-IF
                   END-IF
           END-READ.

      * o cabecalho do CALCPARC fecha a tabela anterior e monta a
      * linha que identifica o emprestimo em todas as paginas
       4150-NOVA-TABELA.
           IF WS-PIMP-ABERTO = 'S'
               PERFORM 4400-TOTAIS-TABELA
           ELSE
               OPEN OUTPUT ARQ-PIMP
               MOVE 'S' TO WS-PIMP-ABERTO
           END-IF.
           MOVE 'S' TO WS-TABELA-ABERTA.
           ADD 1 TO WS-TOT-TABELAS.
           ADD PC-PRINCIPAL TO WS-TOT-FINANCIADO.
           MOVE 0 TO WS-TB-VLR-PARCELA.
           MOVE 0 TO WS-TB-VLR-JUROS.
           MOVE 0 TO WS-TB-VLR-AMORT.
           MOVE SPACES TO WS-TITULO-TABELA.
           IF PC-METODO-SAC
               MOVE 'TABELA SAC' TO WS-TITULO-TABELA (1:12)
           ELSE
               MOVE 'TABELA PRICE' TO WS-TITULO-TABELA (1:12)
           END-IF.
           MOVE 'PRINCIPAL' TO WS-TITULO-TABELA (14:9).
           MOVE PC-PRINCIPAL TO WS-MSK-SINAL.
           MOVE WS-MSK-SINAL TO WS-TITULO-TABELA (24:15).
           MOVE 'TAXA' TO WS-TITULO-TABELA (41:4).
           MOVE PC-TAXA TO WS-MSK-TAXA.
           MOVE WS-MSK-TAXA TO WS-TITULO-TABELA (46:7).
           MOVE '% A.M.' TO WS-TITULO-TABELA (53:6).
           MOVE 'PARCELAS' TO WS-TITULO-TABELA (61:8).
           MOVE PC-QTD-PARC TO WS-TITULO-TABELA (70:3).
           MOVE 'P' TO WS-TITULO-TABELA (75:1).
           MOVE PC-PRECISAO TO WS-TITULO-TABELA (76:1).
           MOVE ' A' TO WS-TITULO-TABELA (77:2).
           MOVE PC-ARREDONDA TO WS-TITULO-TABELA (79:1).
           IF PC-LINHA-LOTE = 0
               MOVE 'ORIGEM TELA' TO WS-TITULO-TABELA (82:11)
           ELSE
               MOVE 'CALCLOTE LINHA' TO WS-TITULO-TABELA (82:14)
               MOVE PC-LINHA-LOTE TO WS-TITULO-TABELA (97:6)
           END-IF.
           PERFORM 4200-CABECALHO-TABELA.

       4200-CABECALHO-TABELA.
           ADD 1 TO WS-PAG-PIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TABELAS DE AMORTIZACAO - CALCPARC'
               '   DATA ' WS-DT-ATUAL
               ' HORA ' WS-HR-ATUAL
               '   PAGINA ' WS-PAG-PIMP
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE WS-TITULO-TABELA TO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'N.' TO WS-LINHA-IMP (1:2).
           MOVE 'VENCIMENTO' TO WS-LINHA-IMP (6:10).
           MOVE 'PARCELA' TO WS-LINHA-IMP (19:7).
           MOVE 'JUROS' TO WS-LINHA-IMP (36:5).
           MOVE 'AMORTIZACAO' TO WS-LINHA-IMP (53:11).
           MOVE 'SALDO' TO WS-LINHA-IMP (70:5).
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE 5 TO WS-LINHAS-PAGINA.

       4300-DETALHE-PARCELA.
           ADD 1 TO WS-TOT-PARCELAS.
           ADD PC-VLR-PARCELA TO WS-TB-VLR-PARCELA.
           ADD PC-VLR-JUROS   TO WS-TB-VLR-JUROS.
           ADD PC-VLR-AMORT   TO WS-TB-VLR-AMORT.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE PC-NUMERO TO WS-LINHA-IMP (1:3).
           MOVE PC-VENCIMENTO TO WS-DT-VENCTO.
           STRING WS-DV-DIA '/' WS-DV-MES '/' WS-DV-ANO
               DELIMITED BY SIZE INTO WS-LINHA-IMP (6:10).
           MOVE PC-VLR-PARCELA TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (19:16).
           MOVE PC-VLR-JUROS TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (36:16).
           MOVE PC-VLR-AMORT TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (53:16).
           MOVE PC-SALDO TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (70:16).
           PERFORM 4900-GRAVA-LINHA-PIMP.

      * totais da tabela; a quebra antes garante que nao saiam
      * separados das ultimas parcelas em outra pagina sem cabecalho
       4400-TOTAIS-TABELA.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS - 2
               PERFORM 4200-CABECALHO-TABELA
           END-IF.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'TOTAIS' TO WS-LINHA-IMP (1:6).
           MOVE WS-TB-VLR-PARCELA TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (19:16).
           MOVE WS-TB-VLR-JUROS TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (36:16).
           MOVE WS-TB-VLR-AMORT TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (53:16).
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE 'N' TO WS-TABELA-ABERTA.

       4500-RESUMO-TABELAS.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE WS-TOT-TABELAS TO WS-MSK-QTD.
           STRING 'TOTAL DE TABELAS: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-PARCELAS TO WS-MSK-QTD.
           STRING 'TOTAL DE PARCELAS: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-FINANCIADO TO WS-MSK-SINAL.
           STRING 'TOTAL FINANCIADO: ' WS-MSK-SINAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 4900-GRAVA-LINHA-PIMP.

       4900-GRAVA-LINHA-PIMP.
           MOVE WS-LINHA-IMP TO REG-PIMP.
           WRITE REG-PIMP.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-PIMP.

      * cada correcao do CALCCORR comeca numa pagina nova, como as
      * tabelas de amortizacao; na quebra o titulo e repetido
       5000-CORRECOES-MONETARIAS.
           OPEN INPUT ARQ-CORM.
           IF WS-FS-CORM NOT = 0
               DISPLAY 'CALCCORR NAO ENCONTRADO - SEM CORRECOES'
           ELSE
               PERFORM 5100-LE-CORRECAO UNTIL FIM-CALCCORR
               CLOSE ARQ-CORM
               IF WS-CIMP-ABERTO = 'S'
                   PERFORM 5400-RESULTADO-CORRECAO
                   PERFORM 5500-RESUMO-CORRECOES
                   CLOSE ARQ-CIMP
                   MOVE 'CALCCIMP' TO WS-CAT-RELATORIO
                   MOVE WS-TOT-LINHAS-CIMP TO WS-CAT-LINHAS
                   PERFORM 3500-REGISTRA-CATALOGO
                   DISPLAY 'CORRECOES GRAVADAS EM CALCCIMP - PAGINAS: '
                       WS-PAG-CIMP
               ELSE
                   DISPLAY 'CALCCORR SEM CORRECOES - NADA A IMPRIMIR'
               END-IF
           END-IF.

       5100-LE-CORRECAO.
           READ ARQ-CORM
               AT END
                   MOVE 'S' TO WS-EOF-CORM
               NOT AT END
                   IF CM-CABECALHO
                       PERFORM 5150-NOVA-CORRECAO
                   ELSE
                       IF CM-MES AND WS-CORRECAO-ABERTA = 'S'
                           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS
                               PERFORM 5200-CABECALHO-CORRECAO
                           END-IF
                           PERFORM 5300-DETALHE-MES
                       END-IF
                   END-IF
           END-READ.

      * o cabecalho do CALCCORR fecha a correcao anterior e monta a
      * linha que identifica o valor, o indice e o periodo
       5150-NOVA-CORRECAO.
           IF WS-CIMP-ABERTO = 'S'
               PERFORM 5400-RESULTADO-CORRECAO
           ELSE
               OPEN OUTPUT ARQ-CIMP
               MOVE 'S' TO WS-CIMP-ABERTO
           END-IF.
           MOVE 'S' TO WS-CORRECAO-ABERTA.
           ADD 1 TO WS-TOT-CORRECOES.
           ADD CM-VALOR TO WS-TOT-VLR-ORIGINAL.
           ADD CM-VLR-CORRIGIDO TO WS-TOT-VLR-CORRIGIDO.
           MOVE CM-FATOR TO WS-CR-FATOR.
           MOVE CM-VLR-CORRIGIDO TO WS-CR-VLR-CORRIGIDO.
           MOVE SPACES TO WS-TITULO-CORRECAO.
           MOVE 'CORRECAO PELO' TO WS-TITULO-CORRECAO (1:13).
           MOVE CM-INDICE TO WS-TITULO-CORRECAO (15:5).
           MOVE 'DE' TO WS-TITULO-CORRECAO (21:2).
           MOVE CM-MES-INICIO TO WS-ANO-MES.
           STRING WS-AM-MES '/' WS-AM-ANO
               DELIMITED BY SIZE INTO WS-TITULO-CORRECAO (24:7).
           MOVE 'A' TO WS-TITULO-CORRECAO (32:1).
           MOVE CM-MES-FIM TO WS-ANO-MES.
           STRING WS-AM-MES '/' WS-AM-ANO
               DELIMITED BY SIZE INTO WS-TITULO-CORRECAO (34:7).
           MOVE 'VALOR' TO WS-TITULO-CORRECAO (43:5).
           MOVE CM-VALOR TO WS-MSK-SINAL.
           MOVE WS-MSK-SINAL TO WS-TITULO-CORRECAO (49:15).
           MOVE 'P' TO WS-TITULO-CORRECAO (66:1).
           MOVE CM-PRECISAO TO WS-TITULO-CORRECAO (67:1).
           MOVE ' A' TO WS-TITULO-CORRECAO (68:2).
           MOVE CM-ARREDONDA TO WS-TITULO-CORRECAO (70:1).
           IF CM-LINHA-LOTE = 0
               MOVE 'ORIGEM TELA' TO WS-TITULO-CORRECAO (73:11)
           ELSE
               MOVE 'CALCLOTE LINHA' TO WS-TITULO-CORRECAO (73:14)
               MOVE CM-LINHA-LOTE TO WS-TITULO-CORRECAO (88:6)
           END-IF.
           PERFORM 5200-CABECALHO-CORRECAO.

       5200-CABECALHO-CORRECAO.
           ADD 1 TO WS-PAG-CIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CORRECOES MONETARIAS - CALCCORR'
               '   DATA ' WS-DT-ATUAL
               ' HORA ' WS-HR-ATUAL
               '   PAGINA ' WS-PAG-CIMP
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE WS-TITULO-CORRECAO TO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'MES' TO WS-LINHA-IMP (1:3).
           MOVE 'TAXA %' TO WS-LINHA-IMP (12:6).
           MOVE 'FATOR ACUM.' TO WS-LINHA-IMP (25:11).
           MOVE 'VALOR CORRIGIDO' TO WS-LINHA-IMP (42:15).
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE 5 TO WS-LINHAS-PAGINA.

       5300-DETALHE-MES.
           ADD 1 TO WS-TOT-MESES.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE CM-ANO-MES TO WS-ANO-MES.
           STRING WS-AM-MES '/' WS-AM-ANO
               DELIMITED BY SIZE INTO WS-LINHA-IMP (1:7).
           MOVE CM-TAXA TO WS-MSK-TAXA-MES.
           MOVE WS-MSK-TAXA-MES TO WS-LINHA-IMP (12:9).
           MOVE CM-FATOR-ACUM TO WS-MSK-FATOR.
           MOVE WS-MSK-FATOR TO WS-LINHA-IMP (25:13).
           MOVE CM-VLR-MES TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (42:16).
           PERFORM 5900-GRAVA-LINHA-CIMP.

      * resultado da correcao, com a mesma quebra de 4400
       5400-RESULTADO-CORRECAO.
           IF WS-LINHAS-PAGINA >= WS-LIMITE-LINHAS - 3
               PERFORM 5200-CABECALHO-CORRECAO
           END-IF.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'FATOR ACUMULADO' TO WS-LINHA-IMP (1:15).
           MOVE WS-CR-FATOR TO WS-MSK-FATOR.
           MOVE WS-MSK-FATOR TO WS-LINHA-IMP (25:13).
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE 'VALOR CORRIGIDO' TO WS-LINHA-IMP (1:15).
           MOVE WS-CR-VLR-CORRIGIDO TO WS-MSK-QUATRO.
           MOVE WS-MSK-QUATRO TO WS-LINHA-IMP (42:16).
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE 'N' TO WS-CORRECAO-ABERTA.

       5500-RESUMO-CORRECOES.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE WS-TOT-CORRECOES TO WS-MSK-QTD.
           STRING 'TOTAL DE CORRECOES: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-MESES TO WS-MSK-QTD.
           STRING 'TOTAL DE MESES: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-VLR-ORIGINAL TO WS-MSK-SINAL.
           STRING 'TOTAL ORIGINAL: ' WS-MSK-SINAL
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE WS-TOT-VLR-CORRIGIDO TO WS-MSK-QUATRO.
           STRING 'TOTAL CORRIGIDO: ' WS-MSK-QUATRO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 5900-GRAVA-LINHA-CIMP.

       5900-GRAVA-LINHA-CIMP.
           MOVE WS-LINHA-IMP TO REG-CIMP.
           WRITE REG-CIMP.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOT-LINHAS-CIMP.

       9999-FINALIZAR.
           IF WS-FS-REL = 0 OR WS-FS-REL = 10
               CLOSE ARQ-REL
