      *         08h ou depois de 18h) e o operador cujo perfil no
      *         CADUSER e apenas C - que em tese nao muda nada. Faixa
      *         de datas opcional em OPERREL_DATA_INI/OPERREL_DATA_FIM.
      *         OPERREL_ARQUIVO aponta um arquivo mensal fechado
      *         (CADAUD.AAAAMM) no lugar do CADAUD corrente; linha de
      *         arquivo anterior aos codigos de 8 digitos passa pelo
      *         CDAUDANT antes de entrar na contagem.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUD ASSIGN TO
           WS-CADAUD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADAUD.


       SD ARQ-SORT.
       01 REG-SORT.
           03 SR-OPERADOR                PIC 9(08).
           03 SR-DATA                    PIC X(08).
           03 SR-HORA                    PIC X(06).
           03 SR-ACAO                    PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-CADAUD-PATH                 PIC X(100) VALUE SPACES.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-EOF-AUD                     PIC X VALUE 'N'.
       77 WS-HORA-ABRE                   PIC X(06) VALUE '080000'.
       77 WS-HORA-FECHA                  PIC X(06) VALUE '180000'.

       77 WS-OPER-ATUAL                  PIC 9(08) VALUE ZEROS.
       77 WS-OPER-ABERTO                 PIC X VALUE 'N'.
       01 WS-CONTADORES-OPER.
           03 WS-OP-INCLUSOES            PIC 9(06) VALUE ZEROS.
               "OPERREL_DATA_INI".
           ACCEPT WS-FILTRO-DATA-FIM FROM ENVIRONMENT
               "OPERREL_DATA_FIM".
           ACCEPT WS-CADAUD-PATH FROM ENVIRONMENT "OPERREL_ARQUIVO".
           IF WS-CADAUD-PATH = SPACES
               MOVE "CADAUD" TO WS-CADAUD-PATH
           END-IF.

           OPEN INPUT CADAUD.
           IF WS-FS-CADAUD NOT = 0
               DISPLAY 'ARQUIVO DE AUDITORIA NAO ENCONTRADO: '
                   FUNCTION TRIM (WS-CADAUD-PATH)
               MOVE 'S' TO WS-EOF-AUD
           END-IF.

               AT END
                   MOVE 'S' TO WS-EOF-AUD
               NOT AT END
                   CALL 'CDAUDANT' USING REG-AUDITORIA
                   IF AU-OPERADOR NOT = ZEROS
                      AND (WS-FILTRO-DATA-INI = SPACES OR
                           AU-DATA >= WS-FILTRO-DATA-INI)

       3000-IMPRIME SECTION.
           DISPLAY '============================================='.
           DISPLAY '   ATIVIDADE POR OPERADOR - '
               FUNCTION TRIM (WS-CADAUD-PATH).
           DISPLAY '============================================='.
           PERFORM 3100-PROXIMA-ACAO UNTIL FIM-SORT.
           PERFORM 3400-FECHA-OPERADOR.
