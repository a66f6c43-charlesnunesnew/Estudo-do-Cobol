      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do arquivo de correcoes monetarias
      *          CALCCORR, gravado pelo DESAFIOM1 (modo <M> na tela e
      *          detalhe tipo 3 do CALCLOTE) e impresso pelo CDCALCREL
      *          na listagem CALCCIMP, para que uma mudanca no layout so
      *          precise ser feita aqui. Cada correcao comeca por um
      *          registro de cabecalho CM-TIPO 'C' com o valor, o
      *          indice, o periodo e o resultado (CM-LINHA-LOTE = linha
      *          do CALCLOTE, zero quando veio da tela), seguido de um
      *          registro 'M' por mes com a taxa do CADINDIC, o fator
      *          acumulado ate o mes e o valor corrigido ate o mes. O
      *          fator leva 8 decimais; os valores saem com a precisao
      *          e o arredondamento do cabecalho.
      ******************************************************************
       01 REG-CORM-CAB.
           03 CM-TIPO-CAB                PIC X(01).
           03 CM-INDICE                  PIC X(05).
           03 CM-MES-INICIO              PIC 9(06).
           03 CM-MES-FIM                 PIC 9(06).
           03 CM-VALOR                   PIC S9(08)V99
                                         SIGN IS LEADING SEPARATE.
           03 CM-FATOR                   PIC 9(04)V9(08).
           03 CM-VLR-CORRIGIDO           PIC S9(10)V9999
                                         SIGN IS LEADING SEPARATE.
           03 CM-PRECISAO                PIC X(01).
           03 CM-ARREDONDA               PIC X(01).
           03 CM-LINHA-LOTE              PIC 9(06).
           03 FILLER                     PIC X(20).
       01 REG-CORM-DET.
           03 CM-TIPO                    PIC X(01).
            88 CM-CABECALHO               VALUE 'C'.
            88 CM-MES                     VALUE 'M'.
           03 CM-ANO-MES                 PIC 9(06).
           03 CM-TAXA                    PIC S9(03)V9(04)
                                         SIGN IS LEADING SEPARATE.
           03 CM-FATOR-ACUM              PIC 9(04)V9(08).
           03 CM-VLR-MES                 PIC S9(10)V9999
                                         SIGN IS LEADING SEPARATE.
