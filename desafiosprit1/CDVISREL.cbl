
       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-CD-USER                 PIC 9(08).
           03 SR-DATA                    PIC X(08).
           03 SR-HORA                    PIC X(06).
           03 SR-OPERADOR                PIC 9(08).
           03 SR-NM                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-EOF-SORT                    PIC X VALUE 'N'.
        88 FIM-SORT                      VALUE 'S'.

       77 WS-FILTRO-CD-TEXTO             PIC X(08) VALUE SPACES.
       77 WS-FILTRO-CD-USER              PIC 9(08) VALUE ZEROS.
       77 WS-FILTRO-DATA-INI             PIC X(08) VALUE SPACES.
       77 WS-FILTRO-DATA-FIM             PIC X(08) VALUE SPACES.

       77 WS-TITULAR-ATUAL               PIC 9(08) VALUE ZEROS.
       77 WS-TITULAR-ABERTO              PIC X VALUE 'N'.
       77 WS-TIT-VISTAS                  PIC 9(05) VALUE ZEROS.

