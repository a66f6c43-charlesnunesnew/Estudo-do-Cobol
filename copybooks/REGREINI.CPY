      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do registro do arquivo de reinicio CADREINI -
      *          um registro por programa de lote longo (CDIMPUSR,
      *          CDHRADMIT, CDMASSA, CDMERGE, DESAFIOM2), mantido pelo
      *          subprograma CDREINI. A cada RI-INTERVALO registros de
      *          entrada o programa anota o ultimo registro tratado,
      *          os seus contadores, a sequencia do CADCTRL e, quando
      *          varre um indexado, a ultima chave. Situacao A fica ate
      *          o fim normal (C); achada em A na partida seguinte, com
      *          a mesma identificacao do arquivo de entrada, o
      *          programa retoma do registro seguinte ao anotado.
      *          RI-SITUACAO N so existe na volta da leitura: nada a
      *          retomar.
      ******************************************************************
       01 REG-REINICIO.
           03 RI-PROGRAMA                PIC X(10).
           03 RI-SITUACAO                PIC X(01).
            88 REINI-EM-ANDAMENTO         VALUE 'A'.
            88 REINI-CONCLUIDO            VALUE 'C'.
            88 REINI-NOVO                 VALUE 'N'.
           03 RI-DATA                    PIC 9(08).
           03 RI-HORA                    PIC X(06).
           03 RI-IDENTIFICA              PIC X(40).
           03 RI-REGISTRO                PIC 9(08).
           03 RI-SEQUENCIA               PIC 9(08).
           03 RI-CHAVE                   PIC X(20).
           03 RI-INTERVALO               PIC 9(06).
           03 RI-CONTADOR OCCURS 8 TIMES PIC 9(08).
           03 FILLER                     PIC X(29).
