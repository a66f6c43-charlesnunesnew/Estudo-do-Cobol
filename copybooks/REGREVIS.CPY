      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de pedidos de
      *          revisao de nota CADREVIS (chave numero do protocolo),
      *          mantido pelo CDREVNOT e lido pelas cartas de resposta
      *          CDREVCAR e pela lista de atrasados CDREVATR, para que
      *          uma mudanca no layout so precise ser feita aqui. O
      *          pedido aponta a avaliacao contestada (1 a 4, as
      *          notas N1 a N4 do REG-NOTA) e o responsavel do CADRESP
      *          que pediu; o prazo e contado em dias letivos a partir
      *          do pedido. Deferido, guarda a nota antes e depois;
      *          indeferido, so a justificativa do professor.
      ******************************************************************
       01 REG-REVISAO.
           03 RV-NUMERO                  PIC 9(06).
           03 RV-TERMO                   PIC X(06).
           03 RV-CD-ALUNO                PIC 9(05).
           03 RV-MATERIA                 PIC X(06).
           03 RV-TURMA                   PIC X(03).
           03 RV-AVALIACAO               PIC 9(01).
            88 RV-AVALIACAO-VALIDA        VALUE 1 THRU 4.
           03 RV-RESP-SEQ                PIC 9(01).
           03 RV-RESP-NOME               PIC X(30).
           03 RV-MOTIVO                  PIC X(60).
           03 RV-DT-PEDIDO               PIC 9(08).
           03 RV-DT-PRAZO                PIC 9(08).
           03 RV-OPER-PEDIDO             PIC 9(08).
           03 RV-SITUACAO                PIC X(01).
            88 REVISAO-ABERTA             VALUE 'A'.
            88 REVISAO-DEFERIDA           VALUE 'D'.
            88 REVISAO-INDEFERIDA         VALUE 'I'.
           03 RV-NOTA-ANTERIOR           PIC 9(02)V9.
           03 RV-NOTA-NOVA               PIC 9(02)V9.
           03 RV-JUSTIFICATIVA           PIC X(60).
           03 RV-PROFESSOR               PIC 9(08).
           03 RV-DT-RESPOSTA             PIC 9(08).
           03 RV-CARTA                   PIC X(01).
            88 CARTA-EMITIDA              VALUE 'S'.
           03 RV-DT-CARTA                PIC 9(08).
           03 FILLER                     PIC X(20).
