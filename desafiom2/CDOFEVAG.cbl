      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:OFERTA DE VAGA DA FILA DE ESPERA - subprograma que,
      *         para uma turma, expira as ofertas da fila CADESPER
      *         (layout REGESPER) com o prazo de resposta vencido e
      *         oferece as vagas livres aos primeiros da fila. Vaga
      *         livre e a capacidade do CADTURMA menos os alunos
      *         ativos da turma (o chamador conta) menos as ofertas
      *         ainda dentro do prazo. A vez e da menor prioridade,
      *         depois do pedido mais antigo; o prazo da oferta vem do
      *         parametro ESPERA_PRAZO_DIAS (padrao 5 dias corridos).
      *         Chamado pelo CDALUNO quando a mudanca de status, a
      *         recusa ou a desistencia libera vaga, e pelo lote
      *         noturno CDVAGAS para as vagas liberadas de outro modo.
      *         A carta da oferta sai no CDVAGAS. Funcoes:
      *           O - expira e oferece as vagas da turma;
      *           F - fecha o arquivo no fim do chamador.
      *         Retorno: S feito; L sem CADESPER ou turma sem
      *         capacidade definida (nada a oferecer).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDOFEVAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESPER ASSIGN TO
           "CADESPER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-NUMERO
           FILE STATUS IS OFV-FS-ESPERA.

       DATA DIVISION.
       FILE SECTION.
       FD CADESPER.
           COPY REGESPER.

       WORKING-STORAGE SECTION.
       77 OFV-FS-ESPERA                  PIC 99.
       77 OFV-CARREGADO                  PIC X(01) VALUE 'N'.
       77 OFV-ABERTO-ESPERA              PIC X(01) VALUE 'N'.
       77 OFV-EOF-ESPERA                 PIC X(01) VALUE 'N'.
        88 OFV-FIM-ESPERA                VALUE 'S'.
       77 OFV-PRAZO-DIAS                 PIC 9(02) VALUE 5.
       77 OFV-PARM-TEXTO                 PIC X(10) VALUE SPACES.
       77 OFV-PENDENTES                  PIC 9(03) VALUE ZEROS.
       77 OFV-VAGAS                      PIC S9(04) VALUE ZEROS.
       77 OFV-SEM-CANDIDATO              PIC X(01) VALUE 'N'.
      * o primeiro da fila achado na varredura
       77 OFV-MELHOR-NUMERO              PIC 9(06) VALUE ZEROS.
       77 OFV-MELHOR-PRIORIDADE          PIC 9(01) VALUE ZEROS.
       77 OFV-MELHOR-DATA                PIC 9(08) VALUE ZEROS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       LINKAGE SECTION.
       01 OFV-FUNCAO                     PIC X(01).
       01 OFV-TURMA                      PIC X(03).
       01 OFV-CAPACIDADE                 PIC 9(03).
       01 OFV-ATIVOS                     PIC 9(03).
       01 OFV-DATA                       PIC 9(08).
       01 OFV-OFERTAS                    PIC 9(03).
       01 OFV-EXPIRADAS                  PIC 9(03).
       01 OFV-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING OFV-FUNCAO OFV-TURMA OFV-CAPACIDADE
           OFV-ATIVOS OFV-DATA OFV-OFERTAS OFV-EXPIRADAS OFV-RETORNO.

       0000-PRINCIPAL.
           EVALUATE OFV-FUNCAO
               WHEN 'O'
                   PERFORM 1000-OFERECE
               WHEN 'F'
                   PERFORM 9000-FECHA
                   MOVE 'S' TO OFV-RETORNO
               WHEN OTHER
                   MOVE 'L' TO OFV-RETORNO
           END-EVALUATE.
           GOBACK.

       1000-OFERECE.
           MOVE ZEROS TO OFV-OFERTAS OFV-EXPIRADAS.
           MOVE 'L' TO OFV-RETORNO.
           IF OFV-CARREGADO NOT = 'S'
               PERFORM 1100-ABRE-ARQUIVO
           END-IF.
           IF OFV-ABERTO-ESPERA = 'S' AND OFV-CAPACIDADE > 0
               MOVE 'S' TO OFV-RETORNO
               PERFORM 1200-EXPIRA-OFERTAS
               COMPUTE OFV-VAGAS = OFV-CAPACIDADE - OFV-ATIVOS
                                 - OFV-PENDENTES
               MOVE 'N' TO OFV-SEM-CANDIDATO
               PERFORM 1300-OFERECE-VAGA
                   UNTIL OFV-VAGAS <= 0 OR OFV-SEM-CANDIDATO = 'S'
           END-IF.

      * o arquivo fica aberto entre as chamadas: o lote chama uma vez
      * por turma; sem o CADESPER ninguem entrou na fila ainda
       1100-ABRE-ARQUIVO.
           MOVE 'S' TO OFV-CARREGADO.
           OPEN I-O CADESPER.
           IF OFV-FS-ESPERA = 0
               MOVE 'S' TO OFV-ABERTO-ESPERA
           END-IF.
           MOVE 'CDOFEVAG' TO PR-PROGRAMA.
           MOVE 'ESPERA_PRAZO_DIAS' TO PR-NOME.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.
           MOVE PR-VALOR TO OFV-PARM-TEXTO.
           IF OFV-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (OFV-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (OFV-PARM-TEXTO) TO OFV-PRAZO-DIAS
           END-IF.

      * oferta sem resposta ate o fim do prazo expira e deixa de
      * segurar a vaga; a que ainda esta no prazo conta como ocupada
       1200-EXPIRA-OFERTAS.
           MOVE ZEROS TO OFV-PENDENTES.
           MOVE 'N' TO OFV-EOF-ESPERA.
           MOVE ZEROS TO EP-NUMERO.
           START CADESPER KEY IS GREATER THAN OR EQUAL TO EP-NUMERO
               INVALID KEY
                   MOVE 'S' TO OFV-EOF-ESPERA
           END-START.
           PERFORM 1210-CONFERE-OFERTA UNTIL OFV-FIM-ESPERA.

       1210-CONFERE-OFERTA.
           READ CADESPER NEXT RECORD
               AT END
                   MOVE 'S' TO OFV-EOF-ESPERA
               NOT AT END
                   IF EP-TURMA = OFV-TURMA AND ESPERA-OFERTADA
                       IF EP-DT-PRAZO < OFV-DATA
                           MOVE 'X'      TO EP-SITUACAO
                           MOVE OFV-DATA TO EP-DT-RESPOSTA
                           REWRITE REG-ESPERA
                               INVALID KEY
                                   DISPLAY 'ERRO AO EXPIRAR A OFERTA '
                                       EP-NUMERO
                               NOT INVALID KEY
                                   ADD 1 TO OFV-EXPIRADAS
                           END-REWRITE
                       ELSE
                           ADD 1 TO OFV-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      * uma vaga por vez: acha o primeiro da fila, marca a oferta com
      * o prazo de resposta e a carta ainda por emitir
       1300-OFERECE-VAGA.
           PERFORM 1310-PROCURA-PRIMEIRO.
           IF OFV-MELHOR-NUMERO = ZEROS
               MOVE 'S' TO OFV-SEM-CANDIDATO
           ELSE
               MOVE OFV-MELHOR-NUMERO TO EP-NUMERO
               READ CADESPER
                   INVALID KEY
                       MOVE 'S' TO OFV-SEM-CANDIDATO
                   NOT INVALID KEY
                       MOVE 'O'      TO EP-SITUACAO
                       MOVE OFV-DATA TO EP-DT-OFERTA
                       COMPUTE EP-DT-PRAZO = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (OFV-DATA)
                            + OFV-PRAZO-DIAS)
                       MOVE 'N'      TO EP-CARTA
                       MOVE ZEROS    TO EP-DT-CARTA
                       REWRITE REG-ESPERA
                           INVALID KEY
                               DISPLAY 'ERRO AO OFERECER A VAGA AO '
                                   'PEDIDO ' EP-NUMERO
                               MOVE 'S' TO OFV-SEM-CANDIDATO
                           NOT INVALID KEY
                               ADD 1 TO OFV-OFERTAS
                               SUBTRACT 1 FROM OFV-VAGAS
                       END-REWRITE
               END-READ
           END-IF.

       1310-PROCURA-PRIMEIRO.
           MOVE ZEROS TO OFV-MELHOR-NUMERO.
           MOVE 'N' TO OFV-EOF-ESPERA.
           MOVE ZEROS TO EP-NUMERO.
           START CADESPER KEY IS GREATER THAN OR EQUAL TO EP-NUMERO
               INVALID KEY
                   MOVE 'S' TO OFV-EOF-ESPERA
           END-START.
           PERFORM 1320-COMPARA-PEDIDO UNTIL OFV-FIM-ESPERA.

       1320-COMPARA-PEDIDO.
           READ CADESPER NEXT RECORD
               AT END
                   MOVE 'S' TO OFV-EOF-ESPERA
               NOT AT END
                   IF EP-TURMA = OFV-TURMA AND ESPERA-AGUARDANDO
                       IF OFV-MELHOR-NUMERO = ZEROS OR
                          EP-PRIORIDADE < OFV-MELHOR-PRIORIDADE OR
                          (EP-PRIORIDADE = OFV-MELHOR-PRIORIDADE AND
                           EP-DT-PEDIDO < OFV-MELHOR-DATA)
                           MOVE EP-NUMERO     TO OFV-MELHOR-NUMERO
                           MOVE EP-PRIORIDADE TO OFV-MELHOR-PRIORIDADE
                           MOVE EP-DT-PEDIDO  TO OFV-MELHOR-DATA
                       END-IF
                   END-IF
           END-READ.

       9000-FECHA.
           IF OFV-ABERTO-ESPERA = 'S'
               CLOSE CADESPER
               MOVE 'N' TO OFV-ABERTO-ESPERA
           END-IF.
           MOVE 'N' TO OFV-CARREGADO.

       END PROGRAM CDOFEVAG.
