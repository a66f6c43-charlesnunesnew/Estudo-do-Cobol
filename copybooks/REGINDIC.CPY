      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro da tabela de indices
      *          economicos CADINDIC (chave codigo do indice + ano/mes
      *          de referencia), mantida pelo CDINDMNT (tela e carga do
      *          CSV da publicacao mensal) e lida pela correcao
      *          monetaria do DESAFIOM1, para que uma mudanca no layout
      *          so precise ser feita aqui. IN-TAXA e a variacao do mes
      *          em percentual (IPCA 0,4400 grava 0.4400); deflacao do
      *          IGP-M entra negativa. IN-ORIGEM diz se a taxa veio da
      *          tela (T) ou da carga do CSV (C).
      ******************************************************************
       01 REG-INDICE.
           03 IN-CHAVE.
               05 IN-CODIGO              PIC X(05).
               05 IN-ANO-MES             PIC 9(06).
           03 IN-TAXA                    PIC S9(03)V9(04).
           03 IN-ORIGEM                  PIC X(01).
            88 INDICE-DA-TELA             VALUE 'T'.
            88 INDICE-DA-CARGA            VALUE 'C'.
           03 IN-OPERADOR                PIC 9(08).
           03 IN-DT-ALTERACAO            PIC 9(08).
           03 FILLER                     PIC X(10).
