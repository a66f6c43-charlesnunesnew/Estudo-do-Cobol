      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Parametros conhecidos do sistema, com o valor padrao
      *          que cada programa ja assumia, a faixa valida e a
      *          descricao. A carga padrao do CDPARMNT grava no
      *          CADPARAM os que ainda nao estao la; dai em diante vale
      *          o cadastro. Parametro de selecao de uma rodada (datas,
      *          competencia, codigo de usuario) e caminho de arquivo
      *          continuam so como variavel de ambiente.
      ******************************************************************
       01 TAB-PARAMETRO-PADRAO.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'GERAL'.
               05 FILLER PIC X(24) VALUE 'BOLETIM_TERMO'.
               05 FILLER PIC X(10) VALUE 'LOTE01'.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'TERMO LETIVO DO LOTE PUBLICADO PELO CDBATCH'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'GERAL'.
               05 FILLER PIC X(24) VALUE 'ESCOLA_ID'.
               05 FILLER PIC X(10) VALUE 'ESCOLA01'.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'ESCOLA NO FEED DA SECRETARIA (CDEDUFEED)'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'GERAL'.
               05 FILLER PIC X(24) VALUE 'CONFIRMA_MESES'.
               05 FILLER PIC X(10) VALUE '12'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 60.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'MESES DE VALIDADE DA CONFIRMACAO DE DADOS'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'GERAL'.
               05 FILLER PIC X(24) VALUE 'LGPD_PRAZO_ACESSO'.
               05 FILLER PIC X(10) VALUE '15'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 90.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS PARA ATENDER PEDIDO DE ACESSO LGPD'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDBATCH'.
               05 FILLER PIC X(24) VALUE 'BATCH_STREAM'.
               05 FILLER PIC X(10) VALUE 'NOTURNO'.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE 'NOTURNO/MENSAL'.
               05 FILLER PIC X(45)
                  VALUE 'STREAM DO BATCHPLN RODADA PELO JOB'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDBATCH'.
               05 FILLER PIC X(24) VALUE 'BATCH_ESPERA_SEG'.
               05 FILLER PIC X(10) VALUE '300'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 10.
               05 FILLER PIC 9(09) VALUE 3600.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'SEGUNDOS ENTRE TENTATIVAS DE ACHAR O ARQUIVO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDSAUDE'.
               05 FILLER PIC X(24) VALUE 'SAUDE_SEQ_PCT'.
               05 FILLER PIC X(10) VALUE '80'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 100.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'USO (%) DA SEQUENCIA DO CADCTRL QUE ALERTA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDSAUDE'.
               05 FILLER PIC X(24) VALUE 'SAUDE_VOL_MIN_MB'.
               05 FILLER PIC X(10) VALUE '100'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'ESPACO LIVRE MINIMO (MB) NO VOLUME'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDSAUDE'.
               05 FILLER PIC X(24) VALUE 'SAUDE_OVERRUN_PCT'.
               05 FILLER PIC X(10) VALUE '50'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'ESTOURO (%) DA DURACAO DE BASE QUE ALERTA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDSAUDE'.
               05 FILLER PIC X(24) VALUE 'SAUDE_CORTE_HORA'.
               05 FILLER PIC X(10) VALUE '060000'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 235959.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'HORA HHMMSS EM QUE O JOB JA DEVIA TER ACABADO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDNOTIFRESP'.
               05 FILLER PIC X(24) VALUE 'NOTIF_FREQ_MIN'.
               05 FILLER PIC X(10) VALUE '75'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 100.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'FREQUENCIA (%) ABAIXO DA QUAL AVISA O RESP.'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDRELCAT'.
               05 FILLER PIC X(24) VALUE 'RELCAT_RETENCAO'.
               05 FILLER PIC X(10) VALUE '60'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS DE RETENCAO DOS RELATORIOS DO RELCATAL'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDHRFEED'.
               05 FILLER PIC X(24) VALUE 'HRFEED_MODO'.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE 'D/F'.
               05 FILLER PIC X(45)
                  VALUE 'D DELTA, F COMPLETO, BRANCO PELO CORTE'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDMASSA'.
               05 FILLER PIC X(24) VALUE 'MASSA_MODO'.
               05 FILLER PIC X(10) VALUE 'S'.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE 'S/E'.
               05 FILLER PIC X(45)
                  VALUE 'S SIMULA, E EXECUTA A MANUTENCAO EM MASSA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDREINI'.
               05 FILLER PIC X(24) VALUE 'REINICIO_INTERVALO'.
               05 FILLER PIC X(10) VALUE '1000'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'REGISTROS ENTRE PONTOS DE CONTROLE'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDPLTESC'.
               05 FILLER PIC X(24) VALUE 'PLANTAO_ESPERA_MIN'.
               05 FILLER PIC X(10) VALUE '30'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 99999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'MINUTOS SEM RECONHECIMENTO ATE O RESERVA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDPENDAGE'.
               05 FILLER PIC X(24) VALUE 'PEND_ESCALA_DIAS'.
               05 FILLER PIC X(10) VALUE '7'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS NA FILA CADPEND ATE ESCALAR O PEDIDO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDPENDAGE'.
               05 FILLER PIC X(24) VALUE 'PEND_EXPIRA_DIAS'.
               05 FILLER PIC X(10) VALUE '30'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS NA FILA CADPEND ATE EXPIRAR O PEDIDO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDMAILRET'.
               05 FILLER PIC X(24) VALUE 'MAILRET_SOFT_LIMITE'.
               05 FILLER PIC X(10) VALUE '5'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DEVOLUCOES TEMPORARIAS QUE MARCAM O EMAIL'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDLGPDREG'.
               05 FILLER PIC X(24) VALUE 'LGPD_PRAZO_DIAS'.
               05 FILLER PIC X(10) VALUE '15'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS PARA ATENDER SOLICITACAO DO TITULAR'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDFIMCTR'.
               05 FILLER PIC X(24) VALUE 'CONTRATO_AVISO_DIAS'.
               05 FILLER PIC X(10) VALUE '7'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS DE ANTECEDENCIA DO AVISO DE FIM'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDCONSREL'.
               05 FILLER PIC X(24) VALUE 'CONS_BANDA_DECIMOS'.
               05 FILLER PIC X(10) VALUE '5'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 99.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DECIMOS ABAIXO DA MEDIA QUE VAO AO CONSELHO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDCONSREL'.
               05 FILLER PIC X(24) VALUE 'CONS_MAX_REPROV'.
               05 FILLER PIC X(10) VALUE '1'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 99.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'REPROVACOES ACEITAS PARA O CONSELHO DECIDIR'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDARQUIVA'.
               05 FILLER PIC X(24) VALUE 'CADUSER_RETENCAO'.
               05 FILLER PIC X(10) VALUE '365'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 99999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS SEM ACESSO ATE IR PARA O ARQUIVO MORTO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDINATREL'.
               05 FILLER PIC X(24) VALUE 'CADUSER_INATIVO_DIAS'.
               05 FILLER PIC X(10) VALUE '90'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 99999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS SEM LOGON QUE TORNAM A CONTA INATIVA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDLIMPEZA'.
               05 FILLER PIC X(24) VALUE 'REJ_RETENCAO'.
               05 FILLER PIC X(10) VALUE '90'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS DE RETENCAO DAS REJEICOES DO CADREJ'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDBKPUSR'.
               05 FILLER PIC X(24) VALUE 'BKP_GERACOES'.
               05 FILLER PIC X(10) VALUE '7'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 99.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'GERACOES DE BACKUP DO CADUSER MANTIDAS'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDSESSAO'.
               05 FILLER PIC X(24) VALUE 'SESSAO_OCIOSO_MIN'.
               05 FILLER PIC X(10) VALUE '15'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 99999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'MINUTOS DE INATIVIDADE QUE DERRUBAM A SESSAO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDSESSAO'.
               05 FILLER PIC X(24) VALUE 'SESSAO_MODO'.
               05 FILLER PIC X(10) VALUE 'R'.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE 'R/D'.
               05 FILLER PIC X(45)
                  VALUE 'R RECUSA / D DERRUBA SESSAO DE OUTRO TERMINAL'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDESCREF'.
               05 FILLER PIC X(24) VALUE 'ESCOLA_COORD_EMAIL'.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'EMAIL DA COORDENACAO NA REATRIBUICAO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDLOGON'.
               05 FILLER PIC X(24) VALUE 'SEGFATOR_VALIDADE_MIN'.
               05 FILLER PIC X(10) VALUE '5'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'MINUTOS DE VALIDADE DO CODIGO DO 2O FATOR'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDVIRANO'.
               05 FILLER PIC X(24) VALUE 'VIRADA_MODO'.
               05 FILLER PIC X(10) VALUE 'S'.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE 'S/E'.
               05 FILLER PIC X(45)
                  VALUE 'S SIMULA, E EXECUTA A VIRADA DO ANO LETIVO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDREVNOT'.
               05 FILLER PIC X(24) VALUE 'REVISAO_PRAZO_DIAS'.
               05 FILLER PIC X(10) VALUE '10'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 60.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS LETIVOS PARA RESPONDER A REVISAO DE NOTA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDOFEVAG'.
               05 FILLER PIC X(24) VALUE 'ESPERA_PRAZO_DIAS'.
               05 FILLER PIC X(10) VALUE '5'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 30.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS PARA RESPONDER A OFERTA DE VAGA DA FILA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'GERAL'.
               05 FILLER PIC X(24) VALUE 'ESCOLA_NOME'.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC 9(09) VALUE 0.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'NOME DA ESCOLA NO CABECALHO DO DIARIO'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDNOTSUS'.
               05 FILLER PIC X(24) VALUE 'NOTSUS_LIMITE'.
               05 FILLER PIC X(10) VALUE '5'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 2.
               05 FILLER PIC 9(09) VALUE 999.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'ALTERACOES DE UM OPERADOR NO ALUNO OU TURMA'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDNOTSUS'.
               05 FILLER PIC X(24) VALUE 'NOTSUS_JANELA_DIAS'.
               05 FILLER PIC X(10) VALUE '1'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 30.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS DA JANELA DE CONCENTRACAO DE ALTERACOES'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDNOTSUS'.
               05 FILLER PIC X(24) VALUE 'NOTSUS_DIAS_ENVIO'.
               05 FILLER PIC X(10) VALUE '3'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 30.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'DIAS ANTES DA TRANSMISSAO DO CDEDUFEED'.
           03 FILLER.
               05 FILLER PIC X(12) VALUE 'CDARQALU'.
               05 FILLER PIC X(24) VALUE 'ARQALUNO_ANOS'.
               05 FILLER PIC X(10) VALUE '5'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC 9(09) VALUE 1.
               05 FILLER PIC 9(09) VALUE 50.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(45)
                  VALUE 'ANOS APOS A SAIDA ATE O ALUNO IR AO ARQUIVO'.
       01 TAB-PARAMETRO-PADRAO-R REDEFINES TAB-PARAMETRO-PADRAO.
           03 TPP-ITEM OCCURS 39 TIMES.
               05 TPP-PROGRAMA           PIC X(12).
               05 TPP-NOME               PIC X(24).
               05 TPP-VALOR              PIC X(10).
               05 TPP-TIPO               PIC X(01).
               05 TPP-MINIMO             PIC 9(09).
               05 TPP-MAXIMO             PIC 9(09).
               05 TPP-ACEITOS            PIC X(20).
               05 TPP-DESCRICAO          PIC X(45).
       01 TPP-QTD                        PIC 9(02) VALUE 39.
