      *         manda as linhas recusadas para o CADREJ, como o
      *         CDIMPUSR faz.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - AU-DELEGANTE gravado em branco no CADAUD:
      *                     rotina sem operador agindo por delegacao.
      *   15/10/2026 CAN - sexta coluna opcional FIM_CONTRATO (AAAAMMDD)
      *                     para estagiario e temporario, validada como
      *                     data futura e gravada em FD-DT-FIM-CONTRATO.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - setima coluna opcional CONSENTIMENTO com as
      *                     letras das finalidades consentidas pelo
      *                     admitido (N, H, E, M da TABFINAL); letra
      *                     desconhecida recusa a linha e as concedidas
      *                     vao para o CADCONS pelo CDCNSGRV, canal H.
      *   15/10/2026 CAN - conta nova gravada sem data de confirmacao
      *                     dos dados (FD-DT-CONFIRMA zerada): o proprio
      *                     titular confirma no primeiro logon.
      *   15/10/2026 CAN - conta admitida gravada sem nome social
      *                     (FD-NM-SOCIAL em branco).
      *   15/10/2026 CAN - coluna TELEFONE com 13 digitos (prefixo de 5,
      *                     tipo deduzido) ou 12 do layout antigo, so
      *                     para fixo; o numero e criticado no CDVALFON
      *                     (DDD, 9 inicial do celular) e o tipo gravado
      *                     em FD-PHONE-TIPO.
      *   15/10/2026 CAN - conta nova nasce com a situacao do email
      *                     valida e sem devolucoes.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      *   15/10/2026 CAN - registro de cabecalho tipo 0 (0 e a data
      *                     AAAAMMDD do arquivo, conferida pelo CDBATCH)
      *                     ignorado na leitura do HRADMIT.
      *   15/10/2026 CAN - ponto de controle no CADREINI pelo CDREINI a
      *                     cada REINICIO_INTERVALO linhas, como no
      *                     CDIMPUSR: arquivo que caiu no meio retoma da
      *                     linha seguinte ao ponto, com os totais do
      *                     arquivo inteiro e sem recusar como duplicada
      *                     a admissao gravada antes da queda.
      *   15/10/2026 CAN - HRADMIT conferido no cadastro de arquivos
      *                     processados CADARQPR pelo CDARQREG: arquivo
      *                     ja carregado e recusado com codigo 16
      *                     (recarga forcada por administrador com
      *                     ARQREG_FORCA=HRADMIT, auditada no CADAUD),
      *                     remessa do cabecalho fora da sequencia
      *                     termina com codigo 4, e o arquivo e
      *                     registrado ao fim da carga.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHRADMIT.
       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD CADDOM.
           COPY REGDOM.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-HRADMIT                  PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDHRADMIT'.
       77 WS-FS-CADCTRL                  PIC 99.
       77 WS-FS-CADDOM                   PIC 99.
       77 WS-FS-CADDEPT                  PIC 99.
       77 WS-DOM-ENCONTRADO              PIC X VALUE 'N'.

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
           03 WS-PASSWORD                PIC X(8).
           03 WS-DEPTO                   PIC X(04).

           03 WS-CSV-FONE                PIC X(20).
           03 WS-CSV-CPF                 PIC X(15).
           03 WS-CSV-DEPTO               PIC X(10).
           03 WS-CSV-FIM-CONTRATO        PIC X(10).
           03 WS-CSV-CONSENTIMENTO       PIC X(10).

       77 WS-CPF                         PIC 9(11) VALUE ZEROS.
       77 WS-FIM-CONTRATO                PIC 9(08) VALUE ZEROS.
       77 WS-DT-ATUAL                    PIC 9(08) VALUE ZEROS.
       01 WS-CPF-TRABALHO.
           03 WS-CPF-DIGITOS             PIC 9(11).
           03 WS-CPF-TAB REDEFINES WS-CPF-DIGITOS.

       77 WS-EMAIL-DUPLICADO             PIC X VALUE 'N'.
       77 WS-PHONE-DUPLICADO             PIC X VALUE 'N'.
       77 WS-FONE-OK                     PIC X VALUE 'S'.
       77 WS-FONE-MSG                    PIC X(50) VALUE SPACES.
       77 WS-REGISTRO-OK                 PIC X VALUE 'N'.

       77 WS-SENHA-ENTRADA               PIC X(8).
       77 WS-TOT-ACEITOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS              PIC 9(06) VALUE ZEROS.

      * finalidades consentidas pelo admitido na ficha do RH: so as
      * letras da TABFINAL valem; sem a coluna nada e consentido
       77 WS-IX-LETRA                    PIC 9(02) VALUE ZEROS.
       77 WS-IX-FIN                      PIC 9(02) VALUE ZEROS.
       77 WS-FIN-ACHADA                  PIC X VALUE 'N'.
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE SPACE.
       77 WS-CNS-SITUACAO                PIC X(01) VALUE 'C'.
       77 WS-CNS-CANAL                   PIC X(01) VALUE 'H'.
       77 WS-CNS-OPERADOR                PIC 9(08) VALUE ZEROS.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-TOT-CONSENTIMENTOS          PIC 9(06) VALUE ZEROS.

      * ponto de controle no CADREINI (CDREINI) a cada RI-INTERVALO
      * linhas, como no CDIMPUSR; admissao refeita cujo email ja
      * entrou com codigo posterior ao ponto foi gravada antes da
      * queda e conta como aceita
       77 WS-REINI-FUNCAO                PIC X(01) VALUE SPACE.
       77 WS-REINI-IX                    PIC 9(08) VALUE ZEROS.
       77 WS-REINI-RETOMADO              PIC 9(08) VALUE ZEROS.
       77 WS-REINI-SEQ-QUEDA             PIC 9(08) VALUE ZEROS.
       77 WS-REINI-JA-GRAVADA            PIC X VALUE 'N'.
           COPY REGREINI.

      * cadastro de arquivos ja processados (CDARQREG): HRADMIT ja
      * carregado e recusado com codigo 16; o CALL zera o
      * RETURN-CODE, que e guardado no fim como no CDBATCH
       77 WS-ARQ-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-RC-SALVO                    PIC S9(04) VALUE ZEROS.
           COPY REGARQPR.

           COPY TABFINAL.

           COPY MASCARAS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-IMPORTA-ADMISSOES UNTIL FIM-HRADMIT.
           IF NOT ARQ-REPETIDO
               PERFORM 3000-RODAPE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.


      * o RH so manda o arquivo em dia util; sem arquivo nao ha
      * admissao a provisionar e o passo termina normal
           INITIALIZE REG-ARQPROC.
           OPEN INPUT HRADMIT.
           IF WS-FS-HRADMIT NOT = 0
               DISPLAY 'SEM ARQUIVO HRADMIT HOJE - NADA A ADMITIR'
               MOVE 'S' TO WS-EOF-ADM
           ELSE
               PERFORM 1600-CONFERE-ARQUIVO
           END-IF.

           OPEN I-O CADUSER

           PERFORM 1040-CARREGA-DOMINIOS.

           INITIALIZE REG-REINICIO.
           IF NOT FIM-HRADMIT
               PERFORM 1500-CONFERE-REINICIO
           END-IF.

       1040-CARREGA-DOMINIOS.
           OPEN INPUT CADDOM.
           MOVE 'N' TO WS-EOF-DOM.
                   END-IF
           END-READ.

       1500-CONFERE-REINICIO.
           MOVE 'CDHRADMIT' TO RI-PROGRAMA.
           MOVE ZEROS TO WS-REINI-RETOMADO WS-REINI-SEQ-QUEDA.
           PERFORM 1510-LE-IDENTIFICACAO
               UNTIL RI-IDENTIFICA NOT = SPACES OR FIM-HRADMIT.
           CLOSE HRADMIT.
           OPEN INPUT HRADMIT.
           MOVE 'N' TO WS-EOF-ADM.
           MOVE 'L' TO WS-REINI-FUNCAO.
           CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO.
           IF REINI-EM-ANDAMENTO
               PERFORM 1520-PULA-PROCESSADA
                   VARYING WS-REINI-IX FROM 1 BY 1
                   UNTIL WS-REINI-IX > RI-REGISTRO OR FIM-HRADMIT
               MOVE RI-CONTADOR (1) TO WS-TOT-LIDOS
               MOVE RI-CONTADOR (2) TO WS-TOT-ACEITOS
               MOVE RI-CONTADOR (3) TO WS-TOT-REJEITADOS
               MOVE RI-CONTADOR (4) TO WS-TOT-CONSENTIMENTOS
               ADD 1 RI-REGISTRO GIVING WS-REINI-RETOMADO
               PERFORM 1530-CONFERE-SEQUENCIA
           END-IF.

      * a primeira linha util (o cabecalho tipo 0, com a data do
      * arquivo, quando o RH manda) identifica o arquivo: ponto de
      * outro dia nao e retomado
       1510-LE-IDENTIFICACAO.
           READ HRADMIT
               AT END
                   MOVE 'S' TO WS-EOF-ADM
               NOT AT END
                   IF REG-ADMISSAO (1:5) NOT = 'NOME,' AND
                      REG-ADMISSAO NOT = SPACES
                       MOVE REG-ADMISSAO (1:40) TO RI-IDENTIFICA
                   END-IF
           END-READ.

       1520-PULA-PROCESSADA.
           READ HRADMIT
               AT END
                   MOVE 'S' TO WS-EOF-ADM
           END-READ.

      * CADCTRL atras do ponto e trazido a ele; a frente, os codigos
      * entre um e outro sao das admissoes gravadas antes da queda
       1530-CONFERE-SEQUENCIA.
           IF CT-ULT-SEQUENCIA < RI-SEQUENCIA
               DISPLAY 'CADCTRL ATRAS DO PONTO DE CONTROLE - SEQUENCIA '
                   CT-ULT-SEQUENCIA ' LEVADA A ' RI-SEQUENCIA
               MOVE RI-SEQUENCIA TO CT-ULT-SEQUENCIA
               REWRITE REG-CTRL
           END-IF.
           MOVE CT-ULT-SEQUENCIA TO WS-REINI-SEQ-QUEDA.

      * HRADMIT ja carregado (copia de volta, reenvio do RH) nao
      * entra de novo, salvo recarga forcada por administrador; a
      * remessa do cabecalho fora da sequencia avisa com codigo 4
       1600-CONFERE-ARQUIVO.
           MOVE 'HRADMIT'   TO AP-TIPO.
           MOVE 'HRADMIT'   TO AP-ARQUIVO.
           MOVE 'CDHRADMIT' TO AP-PROGRAMA.
           MOVE 'V' TO WS-ARQ-FUNCAO.
           CALL 'CDARQREG' USING WS-ARQ-FUNCAO REG-ARQPROC.
           IF ARQ-REPETIDO
               MOVE 'S' TO WS-EOF-ADM
           END-IF.

       2000-IMPORTA-ADMISSOES.
           READ HRADMIT
               AT END
                   MOVE 'S' TO WS-EOF-ADM
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
      * cabecalho tipo 0 (data do arquivo, conferida pelo CDBATCH) e
      * linha de titulos nao sao admissoes
                   IF REG-ADMISSAO (1:5) EQUAL 'NOME,' OR
                      REG-ADMISSAO = SPACES OR
                      (REG-ADMISSAO (1:1) = '0' AND
                       REG-ADMISSAO (2:8) IS NUMERIC)
                       CONTINUE
                   ELSE
                       PERFORM 2100-PROCESSA-LINHA
                   END-IF
                   IF FUNCTION MOD (WS-TOT-LIDOS, RI-INTERVALO) = 0
                       PERFORM 2050-GRAVA-PONTO
                   END-IF
           END-READ.

       2050-GRAVA-PONTO.
           MOVE WS-TOT-LIDOS          TO RI-REGISTRO.
           MOVE CT-ULT-SEQUENCIA      TO RI-SEQUENCIA.
           MOVE WS-TOT-LIDOS          TO RI-CONTADOR (1).
           MOVE WS-TOT-ACEITOS        TO RI-CONTADOR (2).
           MOVE WS-TOT-REJEITADOS     TO RI-CONTADOR (3).
           MOVE WS-TOT-CONSENTIMENTOS TO RI-CONTADOR (4).
           MOVE 'G' TO WS-REINI-FUNCAO.
           CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO.

       2100-PROCESSA-LINHA.
           MOVE SPACES TO WS-CSV-NOME WS-CSV-EMAIL WS-CSV-FONE
                          WS-CSV-CPF WS-CSV-DEPTO
                          WS-CSV-FIM-CONTRATO
                          WS-CSV-CONSENTIMENTO.
           UNSTRING REG-ADMISSAO
               DELIMITED BY ','
               INTO WS-CSV-NOME
                    WS-CSV-FONE
                    WS-CSV-CPF
                    WS-CSV-DEPTO
                    WS-CSV-FIM-CONTRATO
                    WS-CSV-CONSENTIMENTO
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-CSV-CONSENTIMENTO)
             TO WS-CSV-CONSENTIMENTO.

           MOVE WS-CSV-NOME  TO WS-NM.
           MOVE WS-CSV-EMAIL TO WS-EMAIL.
           MOVE WS-CSV-DEPTO (1:4) TO WS-DEPTO.
           MOVE ZEROS        TO WS-CD-USER.

           MOVE 'N' TO WS-REINI-JA-GRAVADA.
           IF WS-REINI-SEQ-QUEDA > RI-SEQUENCIA
               PERFORM 2150-CONFERE-JA-GRAVADA
           END-IF.
           IF WS-REINI-JA-GRAVADA = 'S'
               ADD 1 TO WS-TOT-ACEITOS
               DISPLAY 'JA GRAVADO ANTES DA QUEDA: ' FD-CD-USER ' '
                   FUNCTION TRIM (WS-CSV-NOME)
           ELSE
               PERFORM 2200-VALIDA-LINHA
               IF WS-REGISTRO-OK = 'S'
                   PERFORM 2300-GRAVA-USUARIO
               ELSE
                   ADD 1 TO WS-TOT-REJEITADOS
                   PERFORM 2900-REGISTRA-REJEICAO
               END-IF
           END-IF.

      * so na retomada: email ja no CADUSER com codigo dado depois do
      * ultimo ponto e ate a queda e deste mesmo arquivo
       2150-CONFERE-JA-GRAVADA.
           MOVE WS-EMAIL TO FD-EMAIL.
           READ CADUSER KEY IS FD-EMAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-CD-USER > RI-SEQUENCIA AND
                      FD-CD-USER NOT > WS-REINI-SEQ-QUEDA
                       MOVE 'S' TO WS-REINI-JA-GRAVADA
                   END-IF
           END-READ.

       2200-VALIDA-LINHA.
           MOVE 'S' TO WS-REGISTRO-OK.
           MOVE SPACES TO WRK-MSGERRO.
               END-EVALUATE
           END-IF.

      * telefone: 13 digitos (pais+ddd+prefixo de 5+sufixo, tipo
      * deduzido do prefixo) ou 12 do layout antigo, que so vale para
      * fixo e ganha o zero a esquerda do prefixo; o numero passa pelo
      * CDVALFON como no cadastro
           IF WS-REGISTRO-OK = 'S'
               MOVE SPACE TO WS-PHONE-TIPO
               IF WS-CSV-FONE (1:13) IS NUMERIC AND
                  WS-CSV-FONE (14:) = SPACES
                   MOVE WS-CSV-FONE (1:13) TO WS-PHONE
               ELSE
               IF WS-CSV-FONE (1:12) IS NUMERIC AND
                  WS-CSV-FONE (13:) = SPACES
                   MOVE ZEROS TO WS-PHONE
                   MOVE WS-CSV-FONE (1:4) TO WS-PHONE (1:4)
                   MOVE WS-CSV-FONE (5:8) TO WS-PHONE (6:8)
                   MOVE 'F' TO WS-PHONE-TIPO
               ELSE
                   MOVE 'TELEFONE INVALIDO - 12 OU 13 DIGITOS'
                     TO WRK-MSGERRO
                   MOVE 'N' TO WS-REGISTRO-OK
               END-IF
               END-IF
           END-IF.
           IF WS-REGISTRO-OK = 'S'
               CALL 'CDVALFON' USING WS-PHONE WS-PHONE-TIPO WS-FONE-OK
                   WS-FONE-MSG
               IF WS-FONE-OK NOT = 'S'
                   MOVE WS-FONE-MSG TO WRK-MSGERRO
                   MOVE 'N' TO WS-REGISTRO-OK
               END-IF
           END-IF.

      * cpf: 11 digitos numericos, digitos verificadores corretos e
               END-IF
           END-IF.

      * fim de contrato (opcional, estagiario e temporario): vazio =
      * conta sem data de fim; informado, data valida posterior a hoje
           MOVE ZEROS TO WS-FIM-CONTRATO.
           IF WS-REGISTRO-OK = 'S' AND WS-CSV-FIM-CONTRATO NOT = SPACES
               IF WS-CSV-FIM-CONTRATO (1:8) IS NUMERIC AND
                  WS-CSV-FIM-CONTRATO (9:2) = SPACES
                   MOVE WS-CSV-FIM-CONTRATO (1:8) TO WS-FIM-CONTRATO
                   ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIM-CONTRATO)
                          NOT = 0 OR
                      WS-FIM-CONTRATO NOT > WS-DT-ATUAL
                       MOVE 'DATA FIM DE CONTRATO INVALIDA OU PASSADA'
                         TO WRK-MSGERRO
                       MOVE 'N' TO WS-REGISTRO-OK
                   END-IF
               ELSE
                   MOVE 'DATA FIM DE CONTRATO INVALIDA - AAAAMMDD'
                     TO WRK-MSGERRO
                   MOVE 'N' TO WS-REGISTRO-OK
               END-IF
           END-IF.

      * consentimento (opcional): cada letra tem de ser uma finalidade
      * da TABFINAL
           IF WS-REGISTRO-OK = 'S' AND WS-CSV-CONSENTIMENTO NOT = SPACES
               MOVE 'S' TO WS-FIN-ACHADA
               PERFORM 2280-VALIDA-LETRA
                   VARYING WS-IX-LETRA FROM 1 BY 1
                   UNTIL WS-IX-LETRA > 10 OR WS-FIN-ACHADA = 'N'
               IF WS-FIN-ACHADA = 'N'
                   MOVE 'CONSENTIMENTO INVALIDO - USE N, H, E OU M'
                     TO WRK-MSGERRO
                   MOVE 'N' TO WS-REGISTRO-OK
               END-IF
           END-IF.

      * duplicidade de email e telefone pelas chaves alternadas
           IF WS-REGISTRO-OK = 'S'
               PERFORM 2220-VERIFICA-EMAIL-DUP
                   MOVE 'S' TO WS-PHONE-DUPLICADO
           END-READ.

       2280-VALIDA-LETRA.
           IF WS-CSV-CONSENTIMENTO (WS-IX-LETRA:1) NOT = SPACE
               MOVE 'N' TO WS-FIN-ACHADA
               PERFORM 2281-PROCURA-FINALIDADE
                   VARYING WS-IX-FIN FROM 1 BY 1
                   UNTIL WS-IX-FIN > TF-QTD OR WS-FIN-ACHADA = 'S'
           END-IF.

       2281-PROCURA-FINALIDADE.
           IF TF-CODIGO (WS-IX-FIN) =
              WS-CSV-CONSENTIMENTO (WS-IX-LETRA:1)
               MOVE 'S' TO WS-FIN-ACHADA
           END-IF.

       2300-GRAVA-USUARIO.
           PERFORM 2310-PROXIMO-CODIGO.
           PERFORM 2320-GERA-SENHA-INICIAL.
               MOVE WS-NM                TO FD-NM
               MOVE WS-EMAIL             TO FD-EMAIL
               MOVE WS-PHONE             TO FD-PHONE
               MOVE WS-PHONE-TIPO        TO FD-PHONE-TIPO
               CALL 'CDDIVNOM' USING WS-NM FD-NM-PRIMEIRO
                   FD-NM-MEIO FD-NM-ULTIMO
               MOVE WS-PASSWORD          TO WS-SENHA-ENTRADA
               MOVE ZEROS                TO FD-CEP
               MOVE WS-CPF               TO FD-CPF
               MOVE WS-DEPTO             TO FD-DEPTO
               MOVE WS-FIM-CONTRATO      TO FD-DT-FIM-CONTRATO
               MOVE ZEROS                TO FD-DT-CONFIRMA
               MOVE SPACE                TO FD-EMAIL-SITUACAO
               MOVE ZEROS                TO FD-DT-EMAIL-DEVOLVIDO
               MOVE ZEROS                TO FD-QTD-EMAIL-SOFT
               MOVE SPACES               TO FD-NM-SOCIAL FD-NS-PRIMEIRO
                                            FD-NS-MEIO FD-NS-ULTIMO
               ACCEPT FD-DT-SENHA FROM DATE YYYYMMDD
               ACCEPT FD-DT-ACESSO FROM DATE YYYYMMDD
               WRITE REG-USER
                       PERFORM 2900-REGISTRA-REJEICAO
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-ACEITOS
                       MOVE 'I' TO WS-JRN-OPERACAO
                       PERFORM 2390-GRAVA-JORNAL
                       PERFORM 2400-REGISTRA-AUDITORIA
                       PERFORM 2340-ATUALIZA-CHECKPOINT
                       PERFORM 2350-SEMEIA-SENHA-HISTORICO
                       PERFORM 2360-GRAVA-CONSENTIMENTOS
                       DISPLAY 'ADMITIDO: ' WS-CD-USER ' '
                           FUNCTION TRIM (WS-CSV-NOME)
               END-WRITE
                   REWRITE REG-SENHIST
           END-WRITE.

      * so as finalidades trazidas na ficha sao concedidas; as demais
      * ficam sem linha no CADCONS, o que ja vale como nao consentido
       2360-GRAVA-CONSENTIMENTOS.
           PERFORM 2361-GRAVA-LETRA
               VARYING WS-IX-LETRA FROM 1 BY 1
               UNTIL WS-IX-LETRA > 10.

       2361-GRAVA-LETRA.
           IF WS-CSV-CONSENTIMENTO (WS-IX-LETRA:1) NOT = SPACE
               MOVE WS-CSV-CONSENTIMENTO (WS-IX-LETRA:1)
                 TO WS-CNS-FINALIDADE
               CALL 'CDCNSGRV' USING WS-CD-USER WS-CNS-FINALIDADE
                   WS-CNS-SITUACAO WS-CNS-CANAL WS-CNS-OPERADOR
                   WS-CNS-RETORNO
               IF WS-CNS-RETORNO = 'S'
                   ADD 1 TO WS-TOT-CONSENTIMENTOS
               END-IF
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2390-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       2400-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE WS-NM         TO AU-NM.
           MOVE WS-EMAIL      TO AU-EMAIL.
           MOVE ZEROS         TO AU-OPERADOR.
           MOVE SPACES        TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       2900-REGISTRA-REJEICAO.
           MOVE WS-NM         TO RJ-NM.
           MOVE WS-EMAIL      TO RJ-EMAIL.
           MOVE WS-PHONE      TO RJ-PHONE.
           MOVE WS-PHONE-TIPO TO RJ-PHONE-TIPO.
           MOVE WRK-MSGERRO   TO RJ-MOTIVO.
           MOVE SPACE         TO RJ-SITUACAO.
           WRITE REG-REJEICAO.
           DISPLAY 'CONTAS CRIADAS.....: ' WS-MSK-QTD.
           MOVE WS-TOT-REJEITADOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS REJEITADAS..: ' WS-MSK-QTD.
           MOVE WS-TOT-CONSENTIMENTOS TO WS-MSK-QTD.
           DISPLAY 'CONSENTIMENTOS.....: ' WS-MSK-QTD.
           IF WS-REINI-RETOMADO > ZEROS
               MOVE WS-REINI-RETOMADO TO WS-MSK-QTD
               DISPLAY 'RETOMADA NA LINHA..: ' WS-MSK-QTD
           END-IF.
           DISPLAY '============================================='.

       9999-FINALIZAR.
           MOVE RETURN-CODE TO WS-RC-SALVO.
           IF WS-FS-HRADMIT = 0 OR WS-FS-HRADMIT = 10
               CLOSE HRADMIT
               IF NOT ARQ-REPETIDO
                   MOVE 'C' TO WS-REINI-FUNCAO
                   CALL 'CDREINI' USING WS-REINI-FUNCAO REG-REINICIO
                   MOVE 'G' TO WS-ARQ-FUNCAO
                   CALL 'CDARQREG' USING WS-ARQ-FUNCAO REG-ARQPROC
               END-IF
           END-IF.
           IF ARQ-REPETIDO
               MOVE 16 TO WS-RC-SALVO
           END-IF.
           IF ARQ-FORA-SEQUENCIA AND WS-RC-SALVO = 0
               MOVE 4 TO WS-RC-SALVO
           END-IF.
           MOVE WS-RC-SALVO TO RETURN-CODE.
           CLOSE CADUSER.
           CLOSE CADCTRL.
           CLOSE CADSEN.
