      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do arquivo de tabelas de amortizacao
      *          CALCPARC, gravado pelo DESAFIOM1 (modo <A> na tela e
      *          detalhe tipo 2 do CALCLOTE) e impresso pelo CDCALCREL
      *          na listagem CALCPIMP, para que uma mudanca no layout so
      *          precise ser feita aqui. Cada tabela comeca por um
      *          registro de cabecalho PC-TIPO 'C' com os dados do
      *          emprestimo (PC-LINHA-LOTE = linha do CALCLOTE, zero
      *          quando veio da tela), seguido de um registro 'P' por
      *          parcela. Metodo P e Price (prestacao constante), S e
      *          SAC (amortizacao constante). Os valores ja saem com a
      *          precisao e o arredondamento do cabecalho; a ultima
      *          parcela absorve a sobra para o saldo fechar em zero.
      ******************************************************************
       01 REG-PARC-CAB.
           03 PC-TIPO-CAB                PIC X(01).
           03 PC-METODO                  PIC X(01).
            88 PC-METODO-PRICE            VALUE 'P'.
            88 PC-METODO-SAC              VALUE 'S'.
           03 PC-PRINCIPAL               PIC 9(08)V99.
           03 PC-TAXA                    PIC 9(02)V9(04).
           03 PC-QTD-PARC                PIC 9(03).
           03 PC-DT-PRIMEIRA             PIC 9(08).
           03 PC-PRECISAO                PIC X(01).
           03 PC-ARREDONDA               PIC X(01).
           03 PC-LINHA-LOTE              PIC 9(06).
           03 FILLER                     PIC X(20).
       01 REG-PARC-DET.
           03 PC-TIPO                    PIC X(01).
            88 PC-CABECALHO               VALUE 'C'.
            88 PC-PARCELA                 VALUE 'P'.
           03 PC-NUMERO                  PIC 9(03).
           03 PC-VENCIMENTO              PIC 9(08).
           03 PC-VLR-PARCELA             PIC S9(08)V9999
                                         SIGN IS LEADING SEPARATE.
           03 PC-VLR-JUROS               PIC S9(08)V9999
                                         SIGN IS LEADING SEPARATE.
           03 PC-VLR-AMORT               PIC S9(08)V9999
                                         SIGN IS LEADING SEPARATE.
           03 PC-SALDO                   PIC S9(08)V9999
                                         SIGN IS LEADING SEPARATE.
