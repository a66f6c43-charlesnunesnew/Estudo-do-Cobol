      *                     misturar planos. Sem o BATCHPLN valem os
      *                     planos embutidos, como o BATCHCAL faz com
      *                     as regras.
      *   15/10/2026 CAN - passo CDDELEXP na esteira noturna, logo apos
      *                     o CDSENPOL: expira as delegacoes de perfil
      *                     do CADDELEG cuja data de fim passou e lista
      *                     as vigentes.
      *   15/10/2026 CAN - passo CDFIMCTR na esteira noturna, apos o
      *                     CDDELEXP: avisa titular e gestor antes do
      *                     fim de contrato, bloqueia a conta no dia e
      *                     lista as que vencem em 30 dias.
      *   15/10/2026 CAN - passo CDSODREL abre a stream MENSAL, antes do
      *                     CDAUDMES esvaziar o CADAUD: conflitos de
      *                     segregacao de funcoes contra as regras do
      *                     SODREGRA.
      *   15/10/2026 CAN - passo CDAUDVER fecha a esteira noturna,
      *                     depois de todos os passos que gravam no
      *                     CADAUD: confere a cadeia de conferencia do
      *                     CADAUD e dos arquivos mensais e deixa o
      *                     resultado no AUDVERIF para o CDSAUDE.
      *   15/10/2026 CAN - passo CDCNFREL fecha a stream MENSAL: contas
      *                     ativas com dados pessoais nao confirmados no
      *                     prazo, por departamento, para os gestores
      *                     cobrarem.
      *   15/10/2026 CAN - passo CDMAILRET na esteira noturna, apos o
      *                     CDFIMCTR: le o retorno MAILRET do servidor
      *                     de correio e marca no CADUSER os emails
      *                     devolvidos.
      *   15/10/2026 CAN - passo CDHRMOVIM na esteira noturna, logo apos
      *                     o CDHRADMIT: aplica as movimentacoes do RH
      *                     (HRMOVIM) ou agenda no CADPEND as de
      *                     vigencia futura, antes do CDPENDAPL.
      *   15/10/2026 CAN - passo CDHRRECON fecha a stream MENSAL:
      *                     reconcilia o CADUSER com o quadro completo
      *                     do RH (HRQUADRO) pelo CPF.
      *   15/10/2026 CAN - passo CDCAMPREL fecha a stream MENSAL: lista
      *                     as campanhas de comunicado do CADCAMP com as
      *                     contagens de destinatarios.
      *   15/10/2026 CAN - passo CDESCCHK fecha a stream NOTURNO: lista
      *                     autorizacoes de notas e regencias de turma
      *                     presas a codigo inexistente ou bloqueado no
      *                     CADUSER.
      *   15/10/2026 CAN - coordenacao com o online: quinta coluna
      *                     ONLINE do BATCHPLN (A aberto, L somente
      *                     leitura, F fechado; no plano embutido
      *                     CDBKPUSR e DESAFIOM2 em L e CDARQUIVA em F)
      *                     gravada no SISONL pelo CDONLINE antes do
      *                     passo e desfeita depois dele; o fim do job
      *                     sempre reabre o online e a rodada seguinte
      *                     reabre o que um job interrompido deixou
      *                     preso. ONLINE_LOTE=S publicado para os
      *                     passos do lote gravarem.
      *   15/10/2026 CAN - arquivo de entrada por passo: colunas
      *                     ARQUIVO, FALTA e LIMITE do BATCHPLN (no
      *                     plano embutido HRDESLIG e HRADMIT esperados
      *                     ate 0500, NOTASLOTE pula); antes do passo o
      *                     arquivo tem de existir com cabecalho tipo 0
      *                     da data de processamento, senao o passo
      *                     espera e tenta de novo ate o limite
      *                     (ARQESPER, intervalo BATCH_ESPERA_SEG), pula
      *                     com aviso (ARQPULO, que desce para os
      *                     dependentes e encerra o job com codigo 4) ou
      *                     falha e interrompe a cadeia (ARQFALHA e
      *                     INTERROM nos restantes).
      *   15/10/2026 CAN - plantao: passo em ERRO ou ARQFALHA abre
      *                     incidente no CADINCID e aciona o primario da
      *                     escala PLANTAO pelo CDPLTAVS; depois de cada
      *                     passo o CDPLTESC escala para o reserva o que
      *                     nao foi reconhecido no prazo. Passo CDPLTREL
      *                     fecha a stream MENSAL: incidentes do mes,
      *                     tempos de resposta e quem assumiu.
      *   15/10/2026 CAN - JOBLOG ganha a setima coluna de observacao:
      *                     passo com ponto de controle (CDREINI) que
      *                     retomou do meio de uma rodada que caiu
      *                     publica BATCH_RETOMADA e a linha do passo
      *                     registra RETOMADO NO REGISTRO n; a variavel
      *                     e limpa antes de cada passo.
      *   15/10/2026 CAN - passo que termina com retorno 16 (arquivo de
      *                     entrada ja processado, recusado pelo leitor
      *                     no cadastro CADARQPR do CDARQREG) vai ao
      *                     JOBLOG com o status ARQREPET: falha o job,
      *                     segura os dependentes e aciona o plantao
      *                     como o ERRO.
      *   15/10/2026 CAN - stream, termo e intervalo de espera lidos
      *                     pelo CDPARAM (cadastro CADPARAM, com a
      *                     variavel de ambiente valendo por cima);
      *                     toda rodada, avulsa ou nao, comeca pelo
      *                     CDPARREL, que deixa gravada a configuracao
      *                     em vigor.
      *   15/10/2026 CAN - passo CDEXTUSR abre as streams NOTURNO e
      *                     MENSAL: extrato unico do CADUSER, com a base
      *                     restrita a leitura, consumido pelos
      *                     relatorios da rodada no lugar do indexado; o
      *                     ganho aparece na duracao dos passos no
      *                     BATCHDUR.
      *   15/10/2026 CAN - passo CDDISTRIB fecha as streams NOTURNO e
      *                     MENSAL, depois de todos os relatorios:
      *                     entrega pela NOTIFQ as entradas novas do
      *                     RELCATAL aos destinatarios do CADDIST e
      *                     registra cada entrega no DISTLOG.
      *   15/10/2026 CAN - passo CDPENDNOT na stream NOTURNO, depois do
      *                     DESAFIOM2: lista por professor as inscricoes
      *                     do termo (CADINSCR) ainda sem avaliacao no
      *                     BOLETIM.
      *   15/10/2026 CAN - passos CDREVATR e CDREVCAR na stream
      *                     NOTURNO, antes do CDDISTRIB: pedidos de
      *                     revisao de nota com prazo vencido e cartas
      *                     de resposta das revisoes decididas; o plano
      *                     passa a comportar 40 passos.
      *   15/10/2026 CAN - passo CDATRNOT na stream NOTURNO, depois do
      *                     DESAFIOM2 e so na segunda (regra padrao
      *                     SEG): atrasos de lancamento de notas pelo
      *                     calendario de avaliacoes, com lembrete aos
      *                     professores.
      *   15/10/2026 CAN - passo CDVAGAS na stream NOTURNO, antes do
      *                     CDDISTRIB: vagas liberadas por fora do
      *                     CDALUNO oferecidas a fila de espera, cartas
      *                     de oferta e relatorio da fila por turma.
      *   15/10/2026 CAN - passo CDPRONTO na stream MENSAL, antes do
      *                     CDDISTRIB: pendencias que impedem o
      *                     encerramento do termo, por turma e materia,
      *                     para a coordenacao.
      *   15/10/2026 CAN - passo CDNOTSUS na stream MENSAL, antes do
      *                     CDDISTRIB: alteracoes suspeitas de nota no
      *                     NOTAAUD do mes, restritas ao administrador.
      *   15/10/2026 CAN - passo CDARQALU na stream MENSAL, com o online
      *                     restrito: alunos que sairam ha mais anos que
      *                     ARQALUNO_ANOS vao para o arquivo escolar
      *                     ARQALUNO.
      *   15/10/2026 CAN - passo CDOCOCAR na stream NOTURNO e CDOCOREL
      *                     na MENSAL, ambos antes do CDDISTRIB: cartas
      *                     de ocorrencia disciplinar aos responsaveis
      *                     e resumo mensal das ocorrencias por turma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBATCH.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BATCHDUR.

           SELECT ARQENTRA ASSIGN TO
           "ARQENTRA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQENTRA.

       DATA DIVISION.
       FILE SECTION.
       FD JOBLOG.
       01 REG-CALENDARIO                  PIC X(40).

       FD BATCHPLN.
       01 REG-PLANO                       PIC X(80).

       FD BATCHDUR.
       01 REG-DURACAO                     PIC X(20).

      * so o primeiro registro interessa: o cabecalho tipo 0
       FD ARQENTRA.
       01 REG-ARQENTRA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-TERMO-LETIVO                 PIC X(06) VALUE SPACES.
       77 WS-FS-JOBLOG                    PIC 99.
        88 FIM-BATCHPLN                   VALUE 'S'.
       77 WS-STREAM                       PIC X(08) VALUE SPACES.
       01 WS-TAB-PLANO.
           03 WS-PL-ENTRADA OCCURS 40 TIMES.
               05 WS-PL-NOME             PIC X(12).
               05 WS-PL-DEPENDE          PIC X(12).
               05 WS-PL-ONLINE           PIC X(01).
               05 WS-PL-ARQUIVO          PIC X(20).
               05 WS-PL-FALTA            PIC X(01).
               05 WS-PL-LIMITE           PIC X(04).
       77 WS-IX-PLANO                    PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PLANO                   PIC 9(02) VALUE ZEROS.
       01 WS-PARTES-PLANO.
           03 WS-PN-SEQ                  PIC X(02).
           03 WS-PN-PASSO                PIC X(12).
           03 WS-PN-DEPENDE              PIC X(12).
           03 WS-PN-ONLINE               PIC X(01).
           03 WS-PN-ARQUIVO              PIC X(20).
           03 WS-PN-FALTA                PIC X(01).
           03 WS-PN-LIMITE               PIC X(04).
       77 WS-SEQ-PLANO                   PIC 9(02) VALUE ZEROS.
       01 WS-PARTES-CKP.
           03 WS-CK-STREAM               PIC X(08).
       77 WS-PASSO-NOME                   PIC X(12) VALUE SPACES.
       77 WS-PASSO-DEPENDE                PIC X(12) VALUE SPACES.
       77 WS-PASSO-AVULSO                 PIC X(12) VALUE SPACES.
      * situacao do online (SISONL) exigida pelo passo: A aberto,
      * L somente leitura, F fechado - coluna ONLINE do BATCHPLN
       77 WS-PASSO-ONLINE                 PIC X(01) VALUE 'A'.
        88 PASSO-RESTRINGE-ONLINE         VALUE 'L' 'F'.
       77 WS-ONL-FUNCAO                   PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                 PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                    PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                 PIC X(01) VALUE SPACE.
       77 WS-ONL-CODIGO                   PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                    PIC X(50) VALUE SPACES.
       77 WS-RC-SALVO                     PIC S9(04) VALUE ZEROS.
      * acionamento do plantao (CDPLTAVS) na falha de um passo
       77 WS-PLT-ORIGEM                   PIC X(08) VALUE 'CDBATCH'.
       77 WS-PLT-REFERENCIA               PIC X(12) VALUE SPACES.
       77 WS-PLT-TEXTO                    PIC X(60) VALUE SPACES.
       77 WS-PLT-NUMERO                   PIC 9(06) VALUE ZEROS.
       77 WS-PLT-RETORNO                  PIC 9(04) VALUE ZEROS.
      * arquivo de entrada esperado pelo passo (colunas ARQUIVO, FALTA
      * e LIMITE do BATCHPLN) e o resultado da conferencia
       77 WS-PASSO-ARQUIVO                PIC X(20) VALUE SPACES.
       77 WS-PASSO-FALTA                  PIC X(01) VALUE SPACE.
        88 FALTA-ESPERA                   VALUE 'E'.
        88 FALTA-FALHA                    VALUE 'F'.
       77 WS-PASSO-LIMITE                 PIC X(04) VALUE SPACES.
       77 WS-FS-ARQENTRA                  PIC 99.
       77 WS-ARQ-SITUACAO                 PIC X(01) VALUE 'D'.
        88 ARQ-EM-DIA                     VALUE 'D'.
        88 ARQ-AUSENTE                    VALUE 'A'.
       77 WS-ARQ-DATA-CAB                 PIC X(08) VALUE SPACES.
       77 WS-ARQ-INTERVALO                PIC 9(04) VALUE 300.
       77 WS-ARQ-ESPERA-INI               PIC X(06) VALUE SPACES.
       77 WS-ARQ-HORA-AGORA               PIC X(06) VALUE SPACES.
       77 WS-ARQ-SEG-INI                  PIC 9(06) VALUE ZEROS.
       77 WS-ARQ-SEG-AGORA                PIC 9(06) VALUE ZEROS.
       77 WS-ARQ-SEG-PRAZO                PIC S9(06) VALUE ZEROS.
       77 WS-ARQ-SEG-PASSADOS             PIC S9(06) VALUE ZEROS.
       77 WS-PARM-TEXTO                   PIC X(06) VALUE SPACES.
       77 WS-CADEIA-INTERROMPIDA          PIC X VALUE 'N'.
       77 WS-JOB-AVISO                    PIC X VALUE 'N'.
       77 WS-DEP-ULT-STATUS               PIC X(08) VALUE SPACES.
       77 WS-DEP-ULT-DATA                 PIC X(08) VALUE SPACES.
       01 WS-PARTES-JOBLOG.
      * a esteira cresceu alem dos 15 passos originais
       01 WS-TAB-PASSOS.
           03 WS-QTD-PASSOS              PIC 9(02) VALUE ZEROS.
           03 WS-PASSO-ENTRADA OCCURS 40 TIMES.
               05 WS-PE-NOME             PIC X(12).
               05 WS-PE-STATUS           PIC X(08).
       77 WS-IX-PASSO                    PIC 9(02) VALUE ZEROS.
      * BATCHDUR; a base so e regravada em job limpo
       01 WS-TAB-DURACOES.
           03 WS-QTD-DURACOES            PIC 9(02) VALUE ZEROS.
           03 WS-DUR-ENTRADA OCCURS 40 TIMES.
               05 WS-DU-NOME             PIC X(12).
               05 WS-DU-SEGUNDOS         PIC 9(06).
       01 WS-TAB-BASELINE.
           03 JL-STATUS                  PIC X(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 JL-RETORNO                 PIC 9(04).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 JL-OBSERVACAO              PIC X(30).

      * passo com ponto de controle (CDREINI) que retomou do meio
      * publica em BATCH_RETOMADA o registro de onde seguiu
       77 WS-RETOMADA                    PIC X(08) VALUE SPACES.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * roda so o pedido e encerra
           IF WS-PASSO-AVULSO NOT = SPACES
               PERFORM 6000-EXECUTA-AVULSO
               PERFORM 8600-REABRE-ONLINE
               CLOSE JOBLOG
               DISPLAY '============================================='
               DISPLAY '   PASSO AVULSO ENCERRADO'

           PERFORM 7000-EXECUTA-ENTRADA-PLANO
               VARYING WS-IX-PLANO FROM 1 BY 1
               UNTIL WS-IX-PLANO > 40.

      * com ou sem falha o online volta aberto no fim do job
           PERFORM 8600-REABRE-ONLINE.
           CLOSE JOBLOG.

      * job limpo zera o checkpoint da stream para a proxima rodada
           IF WS-JOB-FALHOU = 'S'
               DISPLAY '   JOB ' WS-STREAM ' ENCERRADO COM FALHAS'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-JOB-AVISO = 'S'
               DISPLAY '   JOB ' WS-STREAM ' ENCERRADO COM AVISOS'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY '   JOB ' WS-STREAM ' ENCERRADO'
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           DISPLAY '============================================='.
           STOP RUN.
           DISPLAY '============================================='.

           MOVE SPACES TO WS-PASSO-DEPENDE.
           MOVE 'A' TO WS-PASSO-ONLINE.
           MOVE SPACES TO WS-PASSO-ARQUIVO.
           MOVE SPACE TO WS-PASSO-FALTA.
           MOVE SPACES TO WS-PASSO-LIMITE.
           PERFORM 6100-PROCURA-NO-PLANO
               VARYING WS-IX-PLANO FROM 1 BY 1
               UNTIL WS-IX-PLANO > 40.

           IF WS-PASSO-DEPENDE NOT = SPACES
               PERFORM 6200-CONFERE-DEPENDENCIA
           END-IF.

           MOVE WS-PASSO-AVULSO TO WS-PASSO-NOME.
           PERFORM 8700-CONFERE-ARQUIVO.
           IF NOT ARQ-EM-DIA
               PERFORM 8800-RECUSA-POR-ARQUIVO
           ELSE
               IF PASSO-RESTRINGE-ONLINE
                   PERFORM 8500-RESTRINGE-ONLINE
               END-IF
               PERFORM 8350-LIMPA-RETOMADA
               ACCEPT WS-HORA-INICIO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL WS-PASSO-NOME
                   ON EXCEPTION
                       MOVE 12 TO RETURN-CODE
               END-CALL
               ACCEPT WS-HORA-FIM FROM TIME
               ACCEPT WS-RETOMADA FROM ENVIRONMENT "BATCH_RETOMADA"
               IF RETURN-CODE = 0
                   MOVE 'AVULSO' TO WS-PASSO-STATUS
               ELSE
               IF RETURN-CODE = 16
                   MOVE 'ARQREPET' TO WS-PASSO-STATUS
               ELSE
                   MOVE 'ERRO' TO WS-PASSO-STATUS
               END-IF
               END-IF
               PERFORM 8300-GRAVA-JOBLOG
               IF WS-PASSO-STATUS = 'ERRO' OR
                  WS-PASSO-STATUS = 'ARQREPET'
                   PERFORM 8900-ACIONA-PLANTAO
               END-IF
           END-IF.

       6100-PROCURA-NO-PLANO.
           IF WS-PL-NOME (WS-IX-PLANO) = WS-PASSO-AVULSO
               MOVE WS-PL-DEPENDE (WS-IX-PLANO) TO WS-PASSO-DEPENDE
               MOVE WS-PL-ONLINE (WS-IX-PLANO)  TO WS-PASSO-ONLINE
               MOVE WS-PL-ARQUIVO (WS-IX-PLANO) TO WS-PASSO-ARQUIVO
               MOVE WS-PL-FALTA (WS-IX-PLANO)   TO WS-PASSO-FALTA
               MOVE WS-PL-LIMITE (WS-IX-PLANO)  TO WS-PASSO-LIMITE
           END-IF.

       6200-CONFERE-DEPENDENCIA.
           IF WS-PL-NOME (WS-IX-PLANO) NOT = SPACES
               MOVE WS-PL-NOME (WS-IX-PLANO)    TO WS-PASSO-NOME
               MOVE WS-PL-DEPENDE (WS-IX-PLANO) TO WS-PASSO-DEPENDE
               MOVE WS-PL-ONLINE (WS-IX-PLANO)  TO WS-PASSO-ONLINE
               MOVE WS-PL-ARQUIVO (WS-IX-PLANO) TO WS-PASSO-ARQUIVO
               MOVE WS-PL-FALTA (WS-IX-PLANO)   TO WS-PASSO-FALTA
               MOVE WS-PL-LIMITE (WS-IX-PLANO)  TO WS-PASSO-LIMITE
               PERFORM 8000-EXECUTA-PASSO
               PERFORM 8950-ESCALA-PLANTAO
           END-IF.

      *================= PREPARA MODO LOTE DOS SUBPROGRAMAS ===========
       1000-PREPARA-AMBIENTE.
           MOVE 'BATCH_STREAM' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-STREAM.
           IF WS-STREAM = SPACES
               MOVE 'NOTURNO' TO WS-STREAM
           END-IF.

           MOVE 'BOLETIM_TERMO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-TERMO-LETIVO.
           IF WS-TERMO-LETIVO = SPACES
               MOVE 'LOTE01' TO WS-TERMO-LETIVO
           END-IF.

      * a stream resolvida vai para o SISONL e os passos do lote
      * gravam mesmo com o online restrito - a janela e deles
           DISPLAY 'BATCH_STREAM' UPON ENVIRONMENT-NAME.
           DISPLAY WS-STREAM UPON ENVIRONMENT-VALUE.
           DISPLAY 'ONLINE_LOTE' UPON ENVIRONMENT-NAME.
           DISPLAY 'S' UPON ENVIRONMENT-VALUE.

           DISPLAY 'BOLETIM_TERMO' UPON ENVIRONMENT-NAME.
           DISPLAY WS-TERMO-LETIVO UPON ENVIRONMENT-VALUE.


           ACCEPT WS-DT-JOB FROM DATE YYYYMMDD.

      * intervalo, em segundos, entre as tentativas do passo que
      * espera o arquivo de entrada
           MOVE 'BATCH_ESPERA_SEG' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                 TO WS-ARQ-INTERVALO
           END-IF.

      * a configuracao com que a rodada vai rodar fica registrada no
      * relatorio PARMREL, ja com as variaveis publicadas acima
           CALL 'CDPARREL'
               ON EXCEPTION
                   DISPLAY 'CDPARREL INDISPONIVEL - CONFIGURACAO NAO '
                       'REGISTRADA'
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           PERFORM 1100-LE-CHECKPOINT.
           PERFORM 1300-CARREGA-CALENDARIO.
           PERFORM 1400-CARREGA-PLANO.
           PERFORM 1500-CONFERE-ONLINE-HERDADO.

           OPEN EXTEND JOBLOG.
           IF WS-FS-JOBLOG = 35
           END-IF.

      * regra padrao: DIARIO para todos, menos o expurgo CDARQUIVA
      * que sem regra propria so roda no domingo e o relatorio
      * semanal CDATRNOT, que roda na segunda; o dia 0 do modulo 7
      * do numero de dias e domingo e o 1 e segunda
       1340-CONSULTA-CALENDARIO.
           MOVE 'S' TO WS-PASSO-RODA.
                  WS-PASSO-NOME = 'CDLIMPEZA'
                   MOVE 'DOM' TO WS-REGRA-PASSO
               ELSE
               IF WS-PASSO-NOME = 'CDATRNOT'
                   MOVE 'SEG' TO WS-REGRA-PASSO
               ELSE
               IF WS-PASSO-NOME = 'CDHRFEED' OR
                  WS-PASSO-NOME = 'CDHRBAIXA' OR
                  WS-PASSO-NOME = 'CDHRADMIT'
                   MOVE 'DIARIO' TO WS-REGRA-PASSO
               END-IF
               END-IF
               END-IF
               PERFORM 1350-PROCURA-REGRA
                   VARYING WS-IX-CAL FROM 1 BY 1
                   UNTIL WS-IX-CAL > WS-QTD-REGRAS

      * plano da stream: linhas STREAM;SEQ;PASSO;DEPENDE do BATCHPLN,
      * que a operacao edita sem recompilar; sem o arquivo (ou sem
      * linha da stream) valem os planos embutidos. Quinta coluna
      * opcional ONLINE: L ou F restringe as telas durante o passo,
      * vazia ou qualquer outro valor deixa o online aberto. Colunas
      * opcionais ARQUIVO;FALTA;LIMITE: arquivo de entrada que tem de
      * chegar com cabecalho da data de processamento, o que fazer
      * quando nao chega (E espera ate o LIMITE HHMM, P pula, F falha
      * a cadeia; P quando vazia) e a hora limite (0600 quando vazia)
       1400-CARREGA-PLANO.
      * a tabela nasce em branco: sem isto as entradas nao usadas
      * ficam em LOW-VALUES, viram passos-fantasma no executor e a
                            WS-PN-SEQ
                            WS-PN-PASSO
                            WS-PN-DEPENDE
                            WS-PN-ONLINE
                            WS-PN-ARQUIVO
                            WS-PN-FALTA
                            WS-PN-LIMITE
                   END-UNSTRING
                   IF FUNCTION TRIM (WS-PN-STREAM) =
                      FUNCTION TRIM (WS-STREAM) AND
                      WS-PN-SEQ IS NUMERIC AND
                      WS-PN-PASSO NOT = SPACES
                       MOVE WS-PN-SEQ TO WS-SEQ-PLANO
                       IF WS-SEQ-PLANO > 0 AND WS-SEQ-PLANO <= 40
                           MOVE WS-PN-PASSO
                             TO WS-PL-NOME (WS-SEQ-PLANO)
                           MOVE WS-PN-DEPENDE
                             TO WS-PL-DEPENDE (WS-SEQ-PLANO)
                           IF WS-PN-ONLINE = 'L' OR WS-PN-ONLINE = 'F'
                               MOVE WS-PN-ONLINE
                                 TO WS-PL-ONLINE (WS-SEQ-PLANO)
                           ELSE
                               MOVE 'A' TO WS-PL-ONLINE (WS-SEQ-PLANO)
                           END-IF
                           PERFORM 1420-GUARDA-ARQUIVO
                           ADD 1 TO WS-QTD-PLANO
                       END-IF
                   END-IF
           END-READ.

       1420-GUARDA-ARQUIVO.
           MOVE WS-PN-ARQUIVO TO WS-PL-ARQUIVO (WS-SEQ-PLANO).
           IF WS-PN-FALTA = 'E' OR WS-PN-FALTA = 'F'
               MOVE WS-PN-FALTA TO WS-PL-FALTA (WS-SEQ-PLANO)
           ELSE
               MOVE 'P' TO WS-PL-FALTA (WS-SEQ-PLANO)
           END-IF.
           IF WS-PN-LIMITE IS NUMERIC
               MOVE WS-PN-LIMITE TO WS-PL-LIMITE (WS-SEQ-PLANO)
           ELSE
               MOVE '0600' TO WS-PL-LIMITE (WS-SEQ-PLANO)
           END-IF.

      * os planos embutidos reproduzem a esteira que era codigo; os
      * arquivos do RH sao esperados ate as 5h e o NOTASLOTE velho ou
      * ausente faz o passo (e o DESAFIOM2 que depende dele) pular
      * o CDEXTUSR abre as duas streams com o extrato do CADUSER que
      * os relatorios somente leitura consomem; sem ele cada um volta
      * a ler o CADUSER, por isso ninguem depende do passo
       1450-PLANO-PADRAO.
           EVALUATE WS-STREAM
               WHEN 'NOTURNO'
                   MOVE 'CDEXTUSR'  TO WS-PL-NOME (1)
                   MOVE 'L'         TO WS-PL-ONLINE (1)
                   MOVE 'CDEXPUSR'  TO WS-PL-NOME (2)
                   MOVE 'CDBKPUSR'  TO WS-PL-NOME (3)
                   MOVE 'L'         TO WS-PL-ONLINE (3)
                   MOVE 'CDARQUIVA' TO WS-PL-NOME (4)
                   MOVE 'F'         TO WS-PL-ONLINE (4)
                   MOVE 'CDBKPUSR'  TO WS-PL-DEPENDE (4)
                   MOVE 'CDHISTIDX' TO WS-PL-NOME (5)
                   MOVE 'CDARQUIVA' TO WS-PL-DEPENDE (5)
                   MOVE 'CDDUPREL'  TO WS-PL-NOME (6)
                   MOVE 'CDHRFEED'  TO WS-PL-NOME (7)
                   MOVE 'CDHRBAIXA' TO WS-PL-NOME (8)
                   MOVE 'HRDESLIG'  TO WS-PL-ARQUIVO (8)
                   MOVE 'E'         TO WS-PL-FALTA (8)
                   MOVE '0500'      TO WS-PL-LIMITE (8)
                   MOVE 'CDHRADMIT' TO WS-PL-NOME (9)
                   MOVE 'HRADMIT'   TO WS-PL-ARQUIVO (9)
                   MOVE 'E'         TO WS-PL-FALTA (9)
                   MOVE '0500'      TO WS-PL-LIMITE (9)
                   MOVE 'CDHRMOVIM' TO WS-PL-NOME (10)
                   MOVE 'CDPENDAPL' TO WS-PL-NOME (11)
                   MOVE 'CDPENDAGE' TO WS-PL-NOME (12)
                   MOVE 'CDSENPOL'  TO WS-PL-NOME (13)
                   MOVE 'CDDELEXP'  TO WS-PL-NOME (14)
                   MOVE 'CDFIMCTR'  TO WS-PL-NOME (15)
                   MOVE 'CDMAILRET' TO WS-PL-NOME (16)
                   MOVE 'CDLIMPEZA' TO WS-PL-NOME (17)
                   MOVE 'CDRELUSR'  TO WS-PL-NOME (18)
                   MOVE 'CDNOTVAL'  TO WS-PL-NOME (19)
                   MOVE 'NOTASLOTE' TO WS-PL-ARQUIVO (19)
                   MOVE 'P'         TO WS-PL-FALTA (19)
                   MOVE 'DESAFIOM2' TO WS-PL-NOME (20)
                   MOVE 'L'         TO WS-PL-ONLINE (20)
                   MOVE 'CDNOTVAL'  TO WS-PL-DEPENDE (20)
                   MOVE 'DESAFIOM2REL' TO WS-PL-NOME (21)
                   MOVE 'DESAFIOM2' TO WS-PL-DEPENDE (21)
                   MOVE 'CDEDUFEED' TO WS-PL-NOME (22)
                   MOVE 'DESAFIOM2REL' TO WS-PL-DEPENDE (22)
                   MOVE 'CDNOTRECON' TO WS-PL-NOME (23)
                   MOVE 'DESAFIOM2' TO WS-PL-DEPENDE (23)
                   MOVE 'CDPENDNOT' TO WS-PL-NOME (24)
                   MOVE 'DESAFIOM2' TO WS-PL-DEPENDE (24)
                   MOVE 'DESAFIOM1' TO WS-PL-NOME (25)
                   MOVE 'CDCALCREL' TO WS-PL-NOME (26)
                   MOVE 'DESAFIOM1' TO WS-PL-DEPENDE (26)
                   MOVE 'CDAUDVER'  TO WS-PL-NOME (27)
                   MOVE 'CDESCCHK'  TO WS-PL-NOME (28)
                   MOVE 'CDREVATR'  TO WS-PL-NOME (29)
                   MOVE 'CDREVCAR'  TO WS-PL-NOME (30)
                   MOVE 'CDATRNOT'  TO WS-PL-NOME (31)
                   MOVE 'DESAFIOM2' TO WS-PL-DEPENDE (31)
                   MOVE 'CDVAGAS'   TO WS-PL-NOME (32)
                   MOVE 'CDOCOCAR'  TO WS-PL-NOME (33)
                   MOVE 'CDDISTRIB' TO WS-PL-NOME (34)
                   MOVE 34 TO WS-QTD-PLANO
               WHEN 'MENSAL'
                   MOVE 'CDEXTUSR'  TO WS-PL-NOME (1)
                   MOVE 'L'         TO WS-PL-ONLINE (1)
                   MOVE 'CDSODREL'  TO WS-PL-NOME (2)
                   MOVE 'CDAUDMES'  TO WS-PL-NOME (3)
                   MOVE 'CDJOBMES'  TO WS-PL-NOME (4)
                   MOVE 'CDESTREL'  TO WS-PL-NOME (5)
                   MOVE 'CDHRFEED'  TO WS-PL-NOME (6)
                   MOVE 'CDCNFREL'  TO WS-PL-NOME (7)
                   MOVE 'CDHRRECON' TO WS-PL-NOME (8)
                   MOVE 'CDCAMPREL' TO WS-PL-NOME (9)
                   MOVE 'CDPLTREL'  TO WS-PL-NOME (10)
                   MOVE 'CDPRONTO'  TO WS-PL-NOME (11)
                   MOVE 'CDNOTSUS'  TO WS-PL-NOME (12)
                   MOVE 'CDARQALU'  TO WS-PL-NOME (13)
                   MOVE 'L'         TO WS-PL-ONLINE (13)
                   MOVE 'CDOCOREL'  TO WS-PL-NOME (14)
                   MOVE 'CDDISTRIB' TO WS-PL-NOME (15)
                   MOVE 15 TO WS-QTD-PLANO
               WHEN OTHER
                   DISPLAY 'STREAM DESCONHECIDA E SEM PLANO NO '
                       'BATCHPLN: ' WS-STREAM
      *================= EXECUTOR DE PASSOS ===========================
      * cada passo informa o nome e, se houver, o passo de que
      * depende; dependencia que nao terminou OK faz o passo ser
      * pulado e anotado no JOBLOG. Depois da falha por arquivo de
      * entrada os passos restantes nao rodam (INTERROM)
       8000-EXECUTA-PASSO.
           ADD 1 TO WS-PASSO-SEQ.
           DISPLAY '---- PASSO ' WS-PASSO-NOME ' ----'.
      * para as dependencias o passo retomado vale como OK
               MOVE 'OK' TO WS-PASSO-STATUS
           ELSE
           IF WS-CADEIA-INTERROMPIDA = 'S'
               MOVE 'INTERROM' TO WS-PASSO-STATUS
               MOVE 8 TO RETURN-CODE
               ACCEPT WS-HORA-INICIO FROM TIME
               MOVE WS-HORA-INICIO TO WS-HORA-FIM
               DISPLAY 'PASSO NAO EXECUTADO - CADEIA INTERROMPIDA'
               PERFORM 8300-GRAVA-JOBLOG
           ELSE
           IF WS-PASSO-DEPENDE NOT = SPACES AND
              WS-DEP-STATUS NOT = 'OK'
               ACCEPT WS-HORA-INICIO FROM TIME
               MOVE WS-HORA-INICIO TO WS-HORA-FIM
      * dependencia pulada por falta de arquivo e aviso, nao falha:
      * o pulo desce pela cadeia com o mesmo status
               IF WS-DEP-STATUS = 'ARQPULO'
                   MOVE 'ARQPULO' TO WS-PASSO-STATUS
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'PASSO PULADO - ' WS-PASSO-DEPENDE
                       ' FICOU SEM O ARQUIVO DE ENTRADA'
                   MOVE 'S' TO WS-JOB-AVISO
               ELSE
                   MOVE 'PULADO' TO WS-PASSO-STATUS
                   MOVE 0 TO RETURN-CODE
                   DISPLAY 'PASSO PULADO - DEPENDE DE '
                       WS-PASSO-DEPENDE
                   MOVE 'S' TO WS-JOB-FALHOU
               END-IF
               PERFORM 8300-GRAVA-JOBLOG
           ELSE
               PERFORM 8700-CONFERE-ARQUIVO
           IF NOT ARQ-EM-DIA
               PERFORM 8800-RECUSA-POR-ARQUIVO
           ELSE
               IF PASSO-RESTRINGE-ONLINE
                   PERFORM 8500-RESTRINGE-ONLINE
               END-IF
               PERFORM 8350-LIMPA-RETOMADA
               ACCEPT WS-HORA-INICIO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL WS-PASSO-NOME
                       MOVE 12 TO RETURN-CODE
               END-CALL
               ACCEPT WS-HORA-FIM FROM TIME
               ACCEPT WS-RETOMADA FROM ENVIRONMENT "BATCH_RETOMADA"
               PERFORM 8400-MEDE-DURACAO
      * retorno 16: o leitor recusou o arquivo de entrada ja
      * processado antes (CDARQREG) - falha propria, com plantao
               IF RETURN-CODE = 0
                   MOVE 'OK' TO WS-PASSO-STATUS
               ELSE
               IF RETURN-CODE = 16
                   MOVE 'ARQREPET' TO WS-PASSO-STATUS
                   MOVE 'S' TO WS-JOB-FALHOU
               ELSE
                   MOVE 'ERRO' TO WS-PASSO-STATUS
                   MOVE 'S' TO WS-JOB-FALHOU
               END-IF
               END-IF
               PERFORM 8300-GRAVA-JOBLOG
               IF WS-PASSO-STATUS = 'ERRO' OR
                  WS-PASSO-STATUS = 'ARQREPET'
                   PERFORM 8900-ACIONA-PLANTAO
               END-IF
               IF PASSO-RESTRINGE-ONLINE
                   PERFORM 8600-REABRE-ONLINE
               END-IF
               IF WS-PASSO-STATUS = 'OK' AND WS-JOB-FALHOU = 'N'
                   PERFORM 1200-GRAVA-CHECKPOINT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-PASSO-RODA = 'S'
               PERFORM 8200-GUARDA-STATUS
           END-IF.

       8200-GUARDA-STATUS.
           IF WS-QTD-PASSOS < 40
               ADD 1 TO WS-QTD-PASSOS
               MOVE WS-PASSO-NOME   TO WS-PE-NOME (WS-QTD-PASSOS)
               MOVE WS-PASSO-STATUS TO WS-PE-STATUS (WS-QTD-PASSOS)
               COMPUTE WS-SEG-DECORRIDOS =
                   WS-SEG-FIM - WS-SEG-INICIO
           END-IF.
           IF WS-QTD-DURACOES < 40
               ADD 1 TO WS-QTD-DURACOES
               MOVE WS-PASSO-NOME TO WS-DU-NOME (WS-QTD-DURACOES)
               MOVE WS-SEG-DECORRIDOS
               DELIMITED BY SIZE INTO REG-DURACAO.
           WRITE REG-DURACAO.

      *================= SITUACAO DO ONLINE ===========================
      * o passo marcado L ou F no plano restringe as telas enquanto
      * roda; o CALL ao CDONLINE zera o RETURN-CODE, que e guardado
      * para o passo e o job nao perderem o retorno
       8500-RESTRINGE-ONLINE.
           MOVE RETURN-CODE     TO WS-RC-SALVO.
           MOVE 'G'             TO WS-ONL-FUNCAO.
           MOVE WS-PASSO-ONLINE TO WS-ONL-SITUACAO.
           MOVE WS-PASSO-NOME   TO WS-ONL-PASSO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.
           IF WS-PASSO-ONLINE = 'F'
               DISPLAY 'ONLINE FECHADO DURANTE O PASSO'
           ELSE
               DISPLAY 'ONLINE EM SOMENTE LEITURA DURANTE O PASSO'
           END-IF.
           MOVE WS-RC-SALVO TO RETURN-CODE.

       8600-REABRE-ONLINE.
           MOVE RETURN-CODE     TO WS-RC-SALVO.
           MOVE 'G'             TO WS-ONL-FUNCAO.
           MOVE 'A'             TO WS-ONL-SITUACAO.
           MOVE SPACES          TO WS-ONL-PASSO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.
           MOVE WS-RC-SALVO TO RETURN-CODE.

      * job anterior interrompido no meio de um passo restrito (abend,
      * queda da maquina) deixa o online preso; a nova rodada - o
      * reinicio inclusive - avisa e reabre antes de qualquer passo
       1500-CONFERE-ONLINE-HERDADO.
           MOVE 'C' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.
           IF WS-ONL-SITUACAO NOT = 'A'
               DISPLAY 'AVISO: ONLINE ' WS-ONL-SITUACAO
                   ' DEIXADO PELO PASSO ' WS-ONL-PASSO
                   ' DA EXECUCAO ANTERIOR - REABERTO'
               PERFORM 8600-REABRE-ONLINE
           END-IF.

      *================= ARQUIVO DE ENTRADA DO PASSO ==================
      * o passo com arquivo declarado no plano so roda com o arquivo
      * presente e o cabecalho tipo 0 (data AAAAMMDD nas colunas 2-9)
      * da data de processamento; arquivo velho e o que evita carregar
      * de novo o lote da vespera. Sem arquivo em dia, FALTA = E
      * espera e tenta de novo ate o LIMITE (JOBLOG ARQESPER)
       8700-CONFERE-ARQUIVO.
           MOVE 'D' TO WS-ARQ-SITUACAO.
           IF WS-PASSO-ARQUIVO NOT = SPACES
               PERFORM 8710-EXAMINA-ARQUIVO
               IF NOT ARQ-EM-DIA AND FALTA-ESPERA
                   PERFORM 8730-ESPERA-ARQUIVO
               END-IF
               IF NOT ARQ-EM-DIA
                   IF ARQ-AUSENTE
                       DISPLAY 'ARQUIVO DE ENTRADA ' WS-PASSO-ARQUIVO
                           ' AUSENTE'
                   ELSE
                       DISPLAY 'ARQUIVO DE ENTRADA ' WS-PASSO-ARQUIVO
                           ' COM CABECALHO DE ' WS-ARQ-DATA-CAB
                           ' - ESPERADO ' WS-DT-JOB
                   END-IF
               END-IF
           END-IF.

      * o nome fisico vai ao ARQENTRA pela variavel DD_ARQENTRA, como
      * o CDSAUDE faz com o ARQCONTA
       8710-EXAMINA-ARQUIVO.
           MOVE SPACES TO WS-ARQ-DATA-CAB.
           DISPLAY 'DD_ARQENTRA' UPON ENVIRONMENT-NAME.
           DISPLAY WS-PASSO-ARQUIVO UPON ENVIRONMENT-VALUE.
           OPEN INPUT ARQENTRA.
           IF WS-FS-ARQENTRA NOT = 0
               MOVE 'A' TO WS-ARQ-SITUACAO
           ELSE
               MOVE 'V' TO WS-ARQ-SITUACAO
               READ ARQENTRA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-ARQENTRA (1:1) = '0'
                           MOVE REG-ARQENTRA (2:8) TO WS-ARQ-DATA-CAB
                       END-IF
               END-READ
               CLOSE ARQENTRA
               IF WS-ARQ-DATA-CAB = WS-DT-JOB
                   MOVE 'D' TO WS-ARQ-SITUACAO
               END-IF
           END-IF.

      * o prazo vai da hora atual ate o LIMITE; limite menor que a
      * hora so vale para o dia seguinte quando o job roda a noite
      * (depois do meio-dia) - de manha ele ja passou e nao ha espera
       8730-ESPERA-ARQUIVO.
           ACCEPT WS-ARQ-ESPERA-INI FROM TIME.
           COMPUTE WS-ARQ-SEG-INI =
               FUNCTION NUMVAL (WS-ARQ-ESPERA-INI (1:2)) * 3600
               + FUNCTION NUMVAL (WS-ARQ-ESPERA-INI (3:2)) * 60
               + FUNCTION NUMVAL (WS-ARQ-ESPERA-INI (5:2)).
           COMPUTE WS-ARQ-SEG-PRAZO =
               FUNCTION NUMVAL (WS-PASSO-LIMITE (1:2)) * 3600
               + FUNCTION NUMVAL (WS-PASSO-LIMITE (3:2)) * 60
               - WS-ARQ-SEG-INI.
           IF WS-ARQ-SEG-PRAZO < 0 AND WS-ARQ-ESPERA-INI >= '120000'
               ADD 86400 TO WS-ARQ-SEG-PRAZO
           END-IF.
           MOVE 0 TO WS-ARQ-SEG-PASSADOS.
           IF WS-ARQ-SEG-PRAZO > 0
               DISPLAY 'AGUARDANDO ' WS-PASSO-ARQUIVO ' ATE AS '
                   WS-PASSO-LIMITE ' - NOVA TENTATIVA A CADA '
                   WS-ARQ-INTERVALO ' SEGUNDOS'
               PERFORM 8740-TENTA-DE-NOVO
                   UNTIL ARQ-EM-DIA
                      OR WS-ARQ-SEG-PASSADOS >= WS-ARQ-SEG-PRAZO
           END-IF.
      * a espera fica no JOBLOG com o tempo que durou: RC 0 quando o
      * arquivo chegou, 4 quando o limite venceu
           MOVE WS-ARQ-ESPERA-INI TO WS-HORA-INICIO.
           ACCEPT WS-HORA-FIM FROM TIME.
           MOVE 'ARQESPER' TO WS-PASSO-STATUS.
           IF ARQ-EM-DIA
               MOVE 0 TO RETURN-CODE
               DISPLAY 'ARQUIVO ' WS-PASSO-ARQUIVO ' CHEGOU AS '
                   WS-HORA-FIM
           ELSE
               MOVE 4 TO RETURN-CODE
               DISPLAY 'LIMITE ' WS-PASSO-LIMITE ' VENCIDO SEM O '
                   'ARQUIVO ' WS-PASSO-ARQUIVO
           END-IF.
           PERFORM 8300-GRAVA-JOBLOG.

       8740-TENTA-DE-NOVO.
           CALL 'C$SLEEP' USING WS-ARQ-INTERVALO.
           ACCEPT WS-ARQ-HORA-AGORA FROM TIME.
           COMPUTE WS-ARQ-SEG-AGORA =
               FUNCTION NUMVAL (WS-ARQ-HORA-AGORA (1:2)) * 3600
               + FUNCTION NUMVAL (WS-ARQ-HORA-AGORA (3:2)) * 60
               + FUNCTION NUMVAL (WS-ARQ-HORA-AGORA (5:2)).
           IF WS-ARQ-SEG-AGORA < WS-ARQ-SEG-INI
               COMPUTE WS-ARQ-SEG-PASSADOS =
                   WS-ARQ-SEG-AGORA + 86400 - WS-ARQ-SEG-INI
           ELSE
               COMPUTE WS-ARQ-SEG-PASSADOS =
                   WS-ARQ-SEG-AGORA - WS-ARQ-SEG-INI
           END-IF.
           PERFORM 8710-EXAMINA-ARQUIVO.

      * sem o arquivo em dia: F falha o passo e interrompe a cadeia
      * (o checkpoint fica antes dele e o reinicio o retoma quando o
      * arquivo chegar); P, e E com o limite vencido, pulam com aviso
       8800-RECUSA-POR-ARQUIVO.
           ACCEPT WS-HORA-INICIO FROM TIME.
           MOVE WS-HORA-INICIO TO WS-HORA-FIM.
           IF FALTA-FALHA
               MOVE 'ARQFALHA' TO WS-PASSO-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-JOB-FALHOU
               MOVE 'S' TO WS-CADEIA-INTERROMPIDA
               DISPLAY 'PASSO FALHOU SEM O ARQUIVO DE ENTRADA - '
                   'CADEIA INTERROMPIDA'
           ELSE
               MOVE 'ARQPULO' TO WS-PASSO-STATUS
               MOVE 4 TO RETURN-CODE
               MOVE 'S' TO WS-JOB-AVISO
               DISPLAY 'PASSO PULADO SEM O ARQUIVO DE ENTRADA'
           END-IF.
           PERFORM 8300-GRAVA-JOBLOG.
           IF FALTA-FALHA
               PERFORM 8900-ACIONA-PLANTAO
           END-IF.

       8300-GRAVA-JOBLOG.
           MOVE WS-DT-JOB       TO JL-DATA.
           MOVE WS-PASSO-NOME   TO JL-PASSO.
           MOVE WS-HORA-FIM     TO JL-HORA-FIM.
           MOVE WS-PASSO-STATUS TO JL-STATUS.
           MOVE RETURN-CODE     TO JL-RETORNO.
           MOVE SPACES          TO JL-OBSERVACAO.
           IF WS-RETOMADA NOT = SPACES
               STRING 'RETOMADO NO REGISTRO ' WS-RETOMADA
                   DELIMITED BY SIZE INTO JL-OBSERVACAO
               END-STRING
               DISPLAY 'PASSO RETOMADO NO REGISTRO ' WS-RETOMADA
           END-IF.
           WRITE REG-JOBLOG FROM WS-LINHA-JOBLOG.
           MOVE SPACES          TO WS-RETOMADA.

      * a variavel fica no ambiente do processo: e limpa antes de cada
      * passo para um passo nao herdar a retomada do anterior
       8350-LIMPA-RETOMADA.
           MOVE SPACES TO WS-RETOMADA.
           DISPLAY 'BATCH_RETOMADA' UPON ENVIRONMENT-NAME.
           DISPLAY WS-RETOMADA UPON ENVIRONMENT-VALUE.

      *================= PLANTAO ======================================
      * passo em erro ou sem arquivo obrigatorio abre incidente e
      * aciona o primario da escala PLANTAO; a referencia e o passo,
      * entao o reprocessamento no mesmo dia nao repete o aviso. O
      * CALL zera o RETURN-CODE, que e guardado como no CDONLINE
       8900-ACIONA-PLANTAO.
           MOVE RETURN-CODE   TO WS-RC-SALVO.
           MOVE WS-RC-SALVO   TO WS-PLT-RETORNO.
           MOVE WS-PASSO-NOME TO WS-PLT-REFERENCIA.
           MOVE SPACES        TO WS-PLT-TEXTO.
           STRING 'STREAM ' WS-STREAM ' PASSO ' WS-PASSO-NOME ' '
               WS-PASSO-STATUS ' RC ' WS-PLT-RETORNO
               DELIMITED BY SIZE INTO WS-PLT-TEXTO
           END-STRING.
           CALL 'CDPLTAVS' USING WS-PLT-ORIGEM WS-PLT-REFERENCIA
               WS-PLT-TEXTO WS-PLT-NUMERO
               ON EXCEPTION
                   DISPLAY 'CDPLTAVS INDISPONIVEL - PLANTAO NAO '
                       'ACIONADO'
           END-CALL.
           MOVE WS-RC-SALVO TO RETURN-CODE.

      * incidente que o primario nao reconheceu no prazo vai para o
      * reserva; conferido a cada passo enquanto o job roda
       8950-ESCALA-PLANTAO.
           MOVE RETURN-CODE TO WS-RC-SALVO.
           CALL 'CDPLTESC'
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-RC-SALVO TO RETURN-CODE.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDBATCH' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       END PROGRAM CDBATCH.
