      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de bloqueios
      *          legais CADBLQLG - cada processo aberto pelo juridico
      *          contra um usuario retem o registro dele: enquanto
      *          houver linha ativa (BL-SITUACAO 'A') o usuario nao e
      *          arquivado, anonimizado, expurgado, fundido nem
      *          desligado pelo lote. A liberacao nao apaga a linha:
      *          marca 'L' com quem liberou e quando. Mantido pelo
      *          CDBLQMNT e consultado pelo subprograma CDBLQCHK.
      ******************************************************************
       01 REG-BLOQLEGAL.
           03 BL-CHAVE.
               05 BL-CD-USER             PIC 9(8).
               05 BL-PROCESSO            PIC X(20).
           03 BL-SITUACAO                PIC X(1).
               88 BLOQUEIO-ATIVO         VALUE 'A'.
               88 BLOQUEIO-LIBERADO      VALUE 'L'.
           03 BL-OPER-INCLUSAO           PIC 9(8).
           03 BL-DT-INCLUSAO             PIC 9(8).
           03 BL-OPER-LIBERACAO          PIC 9(8).
           03 BL-DT-LIBERACAO            PIC 9(8).
           03 BL-OBSERVACAO              PIC X(40).
