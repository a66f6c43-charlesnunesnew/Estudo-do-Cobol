      *         acao 'R'. O codigo vem da variavel de ambiente
      *         RESTAUR_CD_USER ou, em branco, e perguntado no console.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - auditoria carimba em AU-DELEGANTE o delegante
      *                     publicado pelo CDLOGON em OPERADOR_DELEGANTE
      *                     quando o operador age por delegacao.
      *   15/10/2026 CAN - restaura a data de fim de contrato do
      *                     CADHIST; linhas arquivadas antes do campo
      *                     voltam com zeros.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - conta restaurada volta sem data de
      *                     confirmacao dos dados: o titular confirma de
      *                     novo no proximo logon.
      *   15/10/2026 CAN - restaura o nome social arquivado
      *                     (WH-NM-SOCIAL) e refaz a divisao dele pelo
      *                     CDDIVNOM; REG-HIST ampliado para 550.
      *   15/10/2026 CAN - restaura o tipo do telefone (C/F) do CADHIST;
      *                     registro antigo sem tipo tem o tipo deduzido
      *                     do prefixo.
      *   15/10/2026 CAN - campos de devolucao de email do REGUSER
      *                     restaurados em branco.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRESTAUR.
           COPY REGUSER.

       FD CADHIST.
       01 REG-HIST                        PIC X(550).

       FD CADAUD.
           COPY REGAUD.
       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDRESTAUR'.
       77 WS-FS-CADHIST                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.

       77 WS-EOF-HIST                    PIC X VALUE 'N'.
        88 FIM-CADHIST                   VALUE 'S'.

       77 WS-CODIGO-TEXTO                PIC X(08) VALUE SPACES.
       77 WS-CODIGO-ALVO                 PIC 9(08) VALUE ZEROS.
       77 WS-HIST-ACHADO                 PIC X VALUE 'N'.
        88 HIST-ACHADO                   VALUE 'S'.

       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.

           COPY REGHIST.


           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
               AT END
                   MOVE 'S' TO WS-EOF-HIST
               NOT AT END
                   IF REG-HIST (1:8) IS NUMERIC AND
                      FUNCTION NUMVAL (REG-HIST (1:8)) = WS-CODIGO-ALVO
                       MOVE REG-HIST TO WS-REG-HIST-SAIDA
                       MOVE 'S' TO WS-HIST-ACHADO
                   END-IF
           ELSE
               MOVE ZEROS      TO FD-PHONE
           END-IF.
      * linha antiga sem o tipo: deduzido do prefixo como no CDVALFON
           IF WH-PHONE-TIPO = 'C' OR WH-PHONE-TIPO = 'F'
               MOVE WH-PHONE-TIPO TO FD-PHONE-TIPO
           ELSE
               IF FD-PHONE-PREFIXO > 9999
                   MOVE 'C'    TO FD-PHONE-TIPO
               ELSE
                   MOVE 'F'    TO FD-PHONE-TIPO
               END-IF
           END-IF.
           MOVE WH-PASSWORD    TO FD-PASSWORD.
           MOVE WH-NM-PRIMEIRO TO FD-NM-PRIMEIRO.
           MOVE WH-NM-MEIO     TO FD-NM-MEIO.
               MOVE ZEROS      TO FD-CEP
           END-IF.
           MOVE WH-DEPTO       TO FD-DEPTO.
           IF WH-DT-FIM-CONTRATO IS NUMERIC
               MOVE WH-DT-FIM-CONTRATO TO FD-DT-FIM-CONTRATO
           ELSE
               MOVE ZEROS      TO FD-DT-FIM-CONTRATO
           END-IF.
           MOVE ZEROS          TO FD-DT-CONFIRMA.
           MOVE SPACE          TO FD-EMAIL-SITUACAO.
           MOVE ZEROS          TO FD-DT-EMAIL-DEVOLVIDO.
           MOVE ZEROS          TO FD-QTD-EMAIL-SOFT.
           MOVE WH-NM-SOCIAL   TO FD-NM-SOCIAL.
           IF FD-NM-SOCIAL = SPACES
               MOVE SPACES TO FD-NS-PRIMEIRO FD-NS-MEIO FD-NS-ULTIMO
           ELSE
               CALL 'CDDIVNOM' USING FD-NM-SOCIAL FD-NS-PRIMEIRO
                   FD-NS-MEIO FD-NS-ULTIMO
           END-IF.

           ACCEPT FD-DT-ACESSO FROM DATE YYYYMMDD.

               INVALID KEY
                   DISPLAY 'ERRO AO RESTAURAR - STATUS ' WS-FS-CADUSER
               NOT INVALID KEY
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 3190-GRAVA-JORNAL
                   PERFORM 3200-REGISTRA-AUDITORIA
                   DISPLAY 'CODIGO ' WS-CODIGO-ALVO
                       ' RESTAURADO COM SUCESSO'
           END-WRITE.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       3190-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       3200-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE FD-NM      TO AU-NM.
           MOVE FD-EMAIL   TO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       9999-FINALIZAR.
