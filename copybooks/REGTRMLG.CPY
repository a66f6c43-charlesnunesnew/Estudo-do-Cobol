      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico da linha do registro de encerramentos de
      *          termo TERMOLOG (texto, uma linha por encerramento),
      *          gravado pelo CDTERMO na opcao <E> depois da conferencia
      *          de pendencias do CDPRONTO, para que uma mudanca no
      *          layout so precise ser feita aqui. TL-FORCADO S marca o
      *          encerramento que o administrador forcou com pendencias
      *          em aberto; a justificativa e obrigatoria nesse caso.
      ******************************************************************
       01 REG-TERMO-LOG.
           03 TL-DATA                    PIC 9(08).
           03 TL-HORA                    PIC X(06).
           03 TL-OPERADOR                PIC 9(08).
           03 TL-PERFIL                  PIC X(01).
           03 TL-TERMO                   PIC X(06).
           03 TL-PENDENCIAS              PIC 9(06).
           03 TL-FORCADO                 PIC X(01).
            88 ENCERRAMENTO-FORCADO       VALUE 'S'.
           03 TL-JUSTIFICATIVA           PIC X(60).
