      *          gravado e consumido pelo CDCLIE e lido pelo passo
      *          noturno de envelhecimento da fila, para que uma
      *          mudanca no layout so precise ser feita aqui.
      *          PD-ANT/PD-NOV-FIM-CONTRATO levam a data de fim de
      *          contrato (zeros = sem data) pela mesma aprovacao.
      *          PD-ANT/PD-NOV-NM-SOCIAL levam o nome social (espacos =
      *          sem nome social) pela mesma aprovacao.
      *          PD-ANT/PD-NOV-PHONE tem o prefixo de 5 digitos do
      *          CADUSER e vem seguidos do tipo do telefone (C/F).
      ******************************************************************
       01 REG-PENDENTE.
           03 PD-CD-USER                 PIC 9(8).
           03 PD-TIPO                    PIC X(1).
            88 PEND-ALTERACAO             VALUE 'A'.
            88 PEND-EXCLUSAO              VALUE 'D'.
           03 PD-OPERADOR                PIC 9(8).
           03 PD-DATA                    PIC 9(8).
           03 PD-HORA                    PIC X(6).
           03 PD-ANT-NM                  PIC X(100).
           03 PD-ANT-EMAIL               PIC X(100).
           03 PD-ANT-PHONE               PIC 9(13).
           03 PD-ANT-FONE-TIPO           PIC X(1).
           03 PD-NOV-NM                  PIC X(100).
           03 PD-NOV-EMAIL               PIC X(100).
           03 PD-NOV-PHONE               PIC 9(13).
           03 PD-NOV-FONE-TIPO           PIC X(1).
           03 PD-NOV-PERFIL              PIC X(1).
           03 PD-ANT-ENDERECO            PIC X(80).
           03 PD-NOV-ENDERECO            PIC X(80).
           03 PD-SITUACAO                PIC X(1).
            88 PEND-AGUARDA-REVISAO       VALUE ' '.
            88 PEND-AGENDADA              VALUE 'A'.
           03 PD-ANT-FIM-CONTRATO        PIC 9(8).
           03 PD-NOV-FIM-CONTRATO        PIC 9(8).
           03 PD-ANT-NM-SOCIAL           PIC X(100).
           03 PD-NOV-NM-SOCIAL           PIC X(100).
