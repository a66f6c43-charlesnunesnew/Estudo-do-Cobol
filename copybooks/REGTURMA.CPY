            88 TURNO-TARDE                VALUE 'T'.
            88 TURNO-NOITE                VALUE 'N'.
           03 TU-CAPACIDADE              PIC 9(03).
           03 TU-PROFESSOR               PIC 9(08).
