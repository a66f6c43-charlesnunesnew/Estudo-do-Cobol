           03 WS-OC-CODIGO               PIC X(07).
           03 WS-OC-SEVERIDADE           PIC X(01).
           03 WS-OC-PROGRAMA             PIC X(10).
           03 WS-OC-OPERADOR             PIC X(08).

       77 WS-DATA-ATUAL                  PIC X(08) VALUE LOW-VALUES.
       77 WS-CODIGO-ATUAL                PIC X(07) VALUE LOW-VALUES.
