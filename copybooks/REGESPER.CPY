      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro da fila de espera por vaga
      *          em turma cheia CADESPER (chave numero do pedido),
      *          mantido pelo CDALUNO (opcao <E>), ofertado pelo
      *          subprograma CDOFEVAG e lido pelo lote noturno CDVAGAS
      *          (cartas de oferta e relatorio da fila), para que uma
      *          mudanca no layout so precise ser feita aqui. O aluno
      *          ja existe no CADALUNO (o candidato novo entra sem
      *          turma) e o contato e o do responsavel do CADRESP na
      *          data do pedido. A vez na fila e da menor prioridade
      *          (1 a 9), depois do pedido mais antigo. A oferta tem
      *          prazo de resposta; sem resposta a tempo ela expira e
      *          a vaga passa ao proximo.
      ******************************************************************
       01 REG-ESPERA.
           03 EP-NUMERO                  PIC 9(06).
           03 EP-TURMA                   PIC X(03).
           03 EP-CD-ALUNO                PIC 9(05).
           03 EP-NOME                    PIC X(30).
           03 EP-PRIORIDADE              PIC 9(01).
            88 EP-PRIORIDADE-VALIDA       VALUE 1 THRU 9.
           03 EP-DT-PEDIDO               PIC 9(08).
           03 EP-RESP-SEQ                PIC 9(01).
           03 EP-RESP-NOME               PIC X(30).
           03 EP-RESP-PHONE.
               05 EP-RESP-PAIS           PIC 9(02).
               05 EP-RESP-DDD            PIC 9(02).
               05 EP-RESP-PREFIXO        PIC 9(05).
               05 EP-RESP-SUFIXO         PIC 9(04).
           03 EP-SITUACAO                PIC X(01).
            88 ESPERA-AGUARDANDO          VALUE 'E'.
            88 ESPERA-OFERTADA            VALUE 'O'.
            88 ESPERA-ACEITA              VALUE 'A'.
            88 ESPERA-RECUSADA            VALUE 'R'.
            88 ESPERA-EXPIRADA            VALUE 'X'.
            88 ESPERA-CANCELADA           VALUE 'C'.
            88 ESPERA-EM-ABERTO           VALUE 'E', 'O'.
           03 EP-DT-OFERTA               PIC 9(08).
           03 EP-DT-PRAZO                PIC 9(08).
           03 EP-DT-RESPOSTA             PIC 9(08).
           03 EP-CARTA                   PIC X(01).
            88 EP-CARTA-EMITIDA           VALUE 'S'.
           03 EP-DT-CARTA                PIC 9(08).
           03 EP-OPERADOR                PIC 9(08).
           03 FILLER                     PIC X(20).
