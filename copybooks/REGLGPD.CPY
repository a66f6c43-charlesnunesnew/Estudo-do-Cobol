      ******************************************************************
      * Author: Charles Nunes
      * Date: 02/09/2026
      * Purpose: Layout unico do registro de pedido LGPD do arquivo
      *          LGPDREG, mantido pelo CDLGPDREG e consumido pelo CDLGPD
      *          (eliminacao) e pelo CDLGPDACE (acesso e
      *          portabilidade), para que uma mudanca no layout so
      *          precise ser feita aqui. LR-TIPO em branco e pedido de
      *          eliminacao gravado antes do tipo existir.
      ******************************************************************
       01 REG-LGPDREG.
           03 LR-NUMERO                  PIC 9(06).
           03 LR-SOLICITANTE             PIC X(40).
           03 LR-CPF                     PIC 9(11).
           03 LR-EMAIL                   PIC X(100).
           03 LR-CD-USER                 PIC 9(08).
           03 LR-STATUS                  PIC X(01).
            88 PEDIDO-ABERTO              VALUE 'A'.
            88 PEDIDO-CONCLUIDO           VALUE 'C'.
           03 LR-DT-LIMITE               PIC 9(08).
           03 LR-DT-CONCLUSAO            PIC 9(08).
           03 LR-TIPO                    PIC X(01).
            88 PEDIDO-ELIMINACAO          VALUE 'E' SPACE.
            88 PEDIDO-ACESSO              VALUE 'A'.
