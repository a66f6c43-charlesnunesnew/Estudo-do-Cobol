      *         na espera devolve a pendencia para revisao (situacao
      *         limpa) em vez de aplicar dado conflitante.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - campo NQ-PARAMETRO do REGNOTIF gravado em
      *                     branco no evento de alteracao.
      *   15/10/2026 CAN - AU-DELEGANTE gravado em branco no CADAUD:
      *                     rotina sem operador agindo por delegacao.
      *   15/10/2026 CAN - aplica tambem a data de fim de contrato
      *                     (PD-NOV-FIM-CONTRATO) quando o pedido a
      *                     traz.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - aviso de alteracao na NOTIFQ so para o
      *                     titular que consentiu nos avisos da conta
      *                     (CDCNSCHK, finalidade N).
      *   15/10/2026 CAN - aplica o nome social do pedido
      *                     (PD-NOV-NM-SOCIAL) dividido pelo CDDIVNOM e
      *                     grava a saudacao NQ-TRATAMENTO na NOTIFQ.
      *   15/10/2026 CAN - aplica tambem o tipo do telefone
      *                     (PD-NOV-FONE-TIPO) junto com o numero de
      *                     prefixo de 5 digitos.
      *   15/10/2026 CAN - email trocado pela alteracao aplicada volta a
      *                     situacao valida, sem a data e a contagem de
      *                     devolucoes do email anterior.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPENDAPL.
       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDPENDAPL'.
       77 WS-FS-CADPEND                  PIC 99.
       77 WS-FS-CADAUD                   PIC 99.
       77 WS-FS-NOTIFQ                   PIC 99.
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE 'N'.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-EOF-PEND                    PIC X VALUE 'N'.
        88 FIM-CADPEND                   VALUE 'S'.


       2400-REGRAVA-USUARIO.
           MOVE PD-NOV-NM       TO FD-NM.
      * email trocado volta a valer ate nova devolucao do correio
           IF PD-NOV-EMAIL NOT = FD-EMAIL
               MOVE SPACE TO FD-EMAIL-SITUACAO
               MOVE ZEROS TO FD-DT-EMAIL-DEVOLVIDO
               MOVE ZEROS TO FD-QTD-EMAIL-SOFT
           END-IF.
           MOVE PD-NOV-EMAIL    TO FD-EMAIL.
           MOVE PD-NOV-PHONE    TO FD-PHONE.
           MOVE PD-NOV-FONE-TIPO TO FD-PHONE-TIPO.
           MOVE PD-NOV-ENDERECO TO FD-ENDERECO.
           MOVE PD-NOV-DEPTO    TO FD-DEPTO.
           IF PD-NOV-FIM-CONTRATO IS NUMERIC
               MOVE PD-NOV-FIM-CONTRATO TO FD-DT-FIM-CONTRATO
           END-IF.
           IF PD-NOV-PERFIL = 'A' OR PD-NOV-PERFIL = 'O'
              OR PD-NOV-PERFIL = 'C'
               MOVE PD-NOV-PERFIL TO FD-PERFIL
           END-IF.
           CALL 'CDDIVNOM' USING FD-NM FD-NM-PRIMEIRO FD-NM-MEIO
               FD-NM-ULTIMO.
           MOVE PD-NOV-NM-SOCIAL TO FD-NM-SOCIAL.
           IF FD-NM-SOCIAL = SPACES
               MOVE SPACES TO FD-NS-PRIMEIRO FD-NS-MEIO FD-NS-ULTIMO
           ELSE
               CALL 'CDDIVNOM' USING FD-NM-SOCIAL FD-NS-PRIMEIRO
                   FD-NS-MEIO FD-NS-ULTIMO
           END-IF.
           REWRITE REG-USER
               INVALID KEY
                   DISPLAY 'ERRO AO APLICAR NO CADUSER: ' PD-CD-USER
                       ' - STATUS ' WS-FS-CADUSER
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-APLICADAS
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 2490-GRAVA-JORNAL
                   PERFORM 2500-REGISTRA-AUDITORIA
                   PERFORM 2600-GRAVA-NOTIFICACAO
                   DELETE CADPEND RECORD
                       PD-DT-EFETIVA
           END-REWRITE.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       2490-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       2500-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE PD-NOV-NM   TO AU-NM.
           MOVE PD-NOV-EMAIL TO AU-EMAIL.
           MOVE PD-OPERADOR TO AU-OPERADOR.
           MOVE SPACES TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

      * a alteracao agendada aplicada tambem avisa o titular pela
      * fila do correio corporativo, se ele consentiu nos avisos da
      * conta (finalidade N)
       2600-GRAVA-NOTIFICACAO.
           CALL 'CDCNSCHK' USING PD-CD-USER WS-CNS-FINALIDADE
               WS-CNS-RETORNO.
           IF WS-CNS-RETORNO = 'S'
               ACCEPT NQ-DATA FROM DATE YYYYMMDD
               ACCEPT NQ-HORA FROM TIME
               MOVE 'ALTERACAO'  TO NQ-EVENTO
               MOVE PD-CD-USER   TO NQ-CD-USER
               MOVE PD-NOV-EMAIL TO NQ-EMAIL
               MOVE 'TPLALTER'   TO NQ-TEMPLATE
               MOVE SPACES       TO NQ-PARAMETRO
               IF FD-NM-SOCIAL = SPACES
                   MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
               ELSE
                   MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
               END-IF
               WRITE REG-NOTIFICACAO
           END-IF.

       3000-RODAPE.
           DISPLAY '============================================='.
