      *         Termina com RETURN-CODE 8 quando encontra qualquer
      *         divergencia.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - registro do arquivo mensal alargado para a
      *                     linha do CADAUD com a cadeia de conferencia.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRECON.
       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD CADAUD.
           COPY REGAUD.
       01 REG-TOTAIS                      PIC X(50).

       FD ARQMESREC.
       01 REG-ARQMES                      PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-EOF-ARQMES                   PIC X VALUE 'N'.
        88 FIM-ARQMESREC                  VALUE 'S'.
       77 WS-NOME-ARQMES                  PIC X(20) VALUE SPACES.
       77 WS-AUD-CODIGO                   PIC 9(08) VALUE ZEROS.

       77 WS-TOT-USUARIOS                PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-CODIGO                PIC 9(08) VALUE ZEROS.
       77 WS-CODIGO-ANTERIOR             PIC 9(08) VALUE ZEROS.
       77 WS-TOT-BURACOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-AUDITORIA           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DIVERGENCIAS            PIC 9(06) VALUE ZEROS.
       77 WS-GAP-INICIO                  PIC 9(08) VALUE ZEROS.
       77 WS-GAP-FIM                     PIC 9(08) VALUE ZEROS.

       01 WS-TAB-CODIGOS.
           03 WS-QTD-CODIGOS             PIC 9(04) VALUE ZEROS.
           03 WS-CODIGO-ENT OCCURS 1000 TIMES.
               05 WS-COD-USER            PIC 9(08).
               05 WS-COD-TEM-INCLUSAO    PIC X(01).
       77 WS-IX                          PIC 9(04) VALUE ZEROS.
       77 WS-TAB-ESTOUROU                PIC X VALUE 'N'.
               CLOSE ARQMESREC
           END-IF.

      * a linha arquivada tem o layout do CADAUD; linha de arquivo
      * anterior aos codigos de 8 digitos passa antes pelo CDAUDANT
       3530-LE-ARQUIVO-MENSAL.
           READ ARQMESREC
               AT END
                   MOVE 'S' TO WS-EOF-ARQMES
               NOT AT END
                   MOVE REG-ARQMES TO REG-AUDITORIA
                   CALL 'CDAUDANT' USING REG-AUDITORIA
                   IF AU-ACAO = 'N' AND AU-CD-USER IS NUMERIC
                       MOVE AU-CD-USER TO WS-AUD-CODIGO
                       PERFORM 3540-MARCA-INCLUSAO-MENSAL
                           VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > WS-QTD-CODIGOS
