      *         a acao 'G' no CADAUD. Conta que ja nao e mais A nem O
      *         quando a resposta chega e so contada.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - AU-DELEGANTE gravado em branco no CADAUD:
      *                     rotina sem operador agindo por delegacao.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - codigo de usuario e de gestor com 8 digitos;
      *                     resposta de ciclo aberto antes da ampliacao,
      *                     com 6 digitos, continua aceita.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRECARGA.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-RESPOSTA                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDRECARGA'.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-EOF-RESPOSTA                PIC X VALUE 'N'.
        88 FIM-RESPOSTA                  VALUE 'S'.

       01 WS-PARTES-RESPOSTA.
           03 WS-RP-GESTOR               PIC X(08).
           03 WS-RP-DEPTO                PIC X(04).
           03 WS-RP-CD-USER              PIC X(08).
           03 WS-RP-NOME                 PIC X(50).
           03 WS-RP-PERFIL               PIC X(01).
           03 WS-RP-DT-ACESSO            PIC X(08).
                    WS-RP-DT-ACESSO
                    WS-RP-CONFIRMA
           END-UNSTRING.
      * resposta de um ciclo aberto antes da ampliacao traz o codigo
      * com 6 digitos e continua valendo
           IF WS-RP-CD-USER = SPACES OR
              FUNCTION TEST-NUMVAL (WS-RP-CD-USER) NOT = 0
               DISPLAY 'LINHA IGNORADA (CODIGO INVALIDO): '
                   FUNCTION TRIM (REG-RESPOSTA)
           ELSE
                                   ' - STATUS ' WS-FS-CADUSER
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-REBAIXADAS
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 2290-GRAVA-JORNAL
                               PERFORM 2300-REGISTRA-AUDITORIA
                               DISPLAY 'REBAIXADA PARA C: ' FD-CD-USER
                                   ' ' FUNCTION TRIM (FD-NM)
                   END-IF
           END-READ.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2290-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       2300-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE 'G'        TO AU-ACAO.
           MOVE FD-NM      TO AU-NM.
           MOVE FD-EMAIL   TO AU-EMAIL.
           IF WS-RP-GESTOR NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-RP-GESTOR) = 0
               MOVE FUNCTION NUMVAL (WS-RP-GESTOR) TO AU-OPERADOR
           ELSE
               MOVE ZEROS  TO AU-OPERADOR
           END-IF.
           MOVE SPACES TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       3000-RODAPE.
