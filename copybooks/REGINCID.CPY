      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do registro do cadastro de incidentes do
      *          plantao CADINCID - cada falha de passo do CDBATCH ou
      *          erro grave apontado pelo CDSAUDE abre um incidente
      *          (CDPLTAVS) e o plantonista primario da escala PLANTAO
      *          e acionado pela fila NOTIFQ. Sem reconhecimento dentro
      *          do prazo o CDPLTESC aciona o reserva e marca o
      *          incidente como escalado; o CDPLTACK registra quem
      *          assumiu e quando, com o tempo de resposta em minutos
      *          desde a abertura. Listado no mes pelo CDPLTREL.
      ******************************************************************
       01 REG-INCIDENTE.
           03 IC-NUMERO                  PIC 9(06).
           03 IC-DATA                    PIC 9(08).
           03 IC-HORA                    PIC X(06).
           03 IC-ORIGEM                  PIC X(08).
           03 IC-REFERENCIA              PIC X(12).
           03 IC-TEXTO                   PIC X(60).
           03 IC-PRIMARIO                PIC 9(08).
           03 IC-RESERVA                 PIC 9(08).
           03 IC-SITUACAO                PIC X(01).
            88 INCID-ABERTO               VALUE 'A'.
            88 INCID-ESCALADO             VALUE 'E'.
            88 INCID-RECONHECIDO          VALUE 'R'.
            88 INCID-PENDENTE             VALUE 'A' 'E'.
           03 IC-DT-ESCALA               PIC 9(08).
           03 IC-HR-ESCALA               PIC X(06).
           03 IC-RESPONSAVEL             PIC 9(08).
           03 IC-DT-RECONHECE            PIC 9(08).
           03 IC-HR-RECONHECE            PIC X(06).
           03 IC-MINUTOS                 PIC 9(05).
           03 FILLER                     PIC X(20).
