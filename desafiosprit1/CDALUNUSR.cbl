      *                     transferido, evadido ou ja concluido
      *                     aprovado no termo e contado a parte e nao
      *                     entra no CADUSER.
      *   15/10/2026 CAN - AU-DELEGANTE gravado em branco no CADAUD:
      *                     rotina sem operador agindo por delegacao.
      *   15/10/2026 CAN - conta de aluno gravada sem data de fim de
      *                     contrato.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - conta nova gravada sem data de confirmacao
      *                     dos dados (FD-DT-CONFIRMA zerada): o proprio
      *                     titular confirma no primeiro logon.
      *   15/10/2026 CAN - usuario gerado a partir do aluno herda o nome
      *                     social do CADALUNO (AL-NOME-SOCIAL),
      *                     dividido pelo CDDIVNOM.
      *   15/10/2026 CAN - telefone provisorio gravado no layout de
      *                     prefixo com 5 digitos, tipo F.
      *   15/10/2026 CAN - conta nova nasce com a situacao do email
      *                     valida e sem devolucoes.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDALUNUSR.
       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD CADDOM.
           COPY REGDOM.

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

       77 WS-FS-NOTAS                    PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDALUNUSR'.
       77 WS-FS-CADCTRL                  PIC 99.
       77 WS-FS-CADDOM                   PIC 99.
       77 WS-FS-CADSEN                   PIC 99.
       77 WS-ALUNO-ABERTO                PIC X VALUE 'N'.
       77 WS-ALUNO-APROVADO              PIC X VALUE 'N'.

       77 WS-CD-USER                     PIC 9(08) VALUE ZEROS.
       77 WS-EMAIL-GERADO                PIC X(100) VALUE SPACES.
       77 WS-NOME-COMPLETO               PIC X(100) VALUE SPACES.
       77 WS-NOME-SOCIAL                 PIC X(100) VALUE SPACES.

       77 WS-SENHA-ENTRADA               PIC X(8).
       77 WS-SENHA-OFUSCADA              PIC X(8).

       3200-CRIA-USUARIO.
           MOVE 'ALUNO SEM CADASTRO' TO WS-NOME-COMPLETO.
           MOVE SPACES TO WS-NOME-SOCIAL.
           IF WS-FS-CADALUNO = 0
               MOVE WS-ALUNO-ATUAL TO AL-CODIGO
               READ CADALUNO
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-NOME TO WS-NOME-COMPLETO
                       MOVE AL-NOME-SOCIAL TO WS-NOME-SOCIAL
               END-READ
           END-IF.

           MOVE WS-NOME-COMPLETO    TO FD-NM.
           MOVE WS-EMAIL-GERADO     TO FD-EMAIL.
           PERFORM 3210-DIVIDE-NOME.
           MOVE 5500000000000       TO FD-PHONE.
           MOVE WS-ALUNO-ATUAL      TO FD-PHONE (9:5).
           MOVE 'F'                 TO FD-PHONE-TIPO.
           MOVE ZEROS               TO FD-CPF.
           MOVE SPACES              TO FD-RUA.
           MOVE SPACES              TO FD-BAIRRO.
           MOVE SPACES              TO FD-UF.
           MOVE ZEROS               TO FD-CEP.
           MOVE SPACES              TO FD-DEPTO.
           MOVE ZEROS               TO FD-DT-FIM-CONTRATO.
           MOVE ZEROS               TO FD-DT-CONFIRMA.
           MOVE SPACE               TO FD-EMAIL-SITUACAO.
           MOVE ZEROS               TO FD-DT-EMAIL-DEVOLVIDO.
           MOVE ZEROS               TO FD-QTD-EMAIL-SOFT.
           MOVE SPACES TO WS-SENHA-ENTRADA.
           STRING 'Na#' WS-ALUNO-ATUAL DELIMITED BY SIZE
               INTO WS-SENHA-ENTRADA.
                       WS-ALUNO-ATUAL ' - STATUS ' WS-FS-CADUSER
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CRIADOS
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 3290-GRAVA-JORNAL
                   MOVE WS-CD-USER TO CT-ULT-GRAVADO
                   REWRITE REG-CTRL
                   PERFORM 3300-REGISTRA-AUDITORIA
       3210-DIVIDE-NOME.
           CALL 'CDDIVNOM' USING WS-NOME-COMPLETO FD-NM-PRIMEIRO
               FD-NM-MEIO FD-NM-ULTIMO.
           MOVE WS-NOME-SOCIAL TO FD-NM-SOCIAL.
           IF WS-NOME-SOCIAL = SPACES
               MOVE SPACES TO FD-NS-PRIMEIRO FD-NS-MEIO FD-NS-ULTIMO
           ELSE
               CALL 'CDDIVNOM' USING WS-NOME-SOCIAL FD-NS-PRIMEIRO
                   FD-NS-MEIO FD-NS-ULTIMO
           END-IF.

       3220-OFUSCA-SENHA.
           MOVE SPACES TO WS-SENHA-OFUSCADA.
                 TO WS-SENHA-OFUSCADA (WS-IX-OFUSCA:1)
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       3290-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       3300-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE WS-NOME-COMPLETO TO AU-NM.
           MOVE WS-EMAIL-GERADO  TO AU-EMAIL.
           MOVE ZEROS            TO AU-OPERADOR.
           MOVE SPACES           TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       4000-RODAPE.
