      *                     CADAUTNT (CDAUTNOT) entram no relatorio -
      *                     cada professor recebe o desempenho so do
      *                     que e dele.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMATREL.
       77 WS-FS-CADAUTNT                 PIC 99.
       77 WS-EOF-AUT                     PIC X VALUE 'N'.
        88 FIM-CADAUTNT                  VALUE 'S'.
       77 WS-OPER-TEXTO                  PIC X(08) VALUE SPACES.
       77 WS-OPER-FILTRO                 PIC 9(08) VALUE ZEROS.
       77 WS-RECORTE-ATIVO               PIC X VALUE 'N'.
      * combinacoes materia x turma autorizadas ao professor do
      * recorte, carregadas do CADAUTNT
