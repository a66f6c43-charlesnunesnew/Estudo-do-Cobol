      *          diferentes do mesmo registro. Os campos alem de
      *          WH-DT-SENHA foram acrescentados para a restauracao
      *          ser sem perda; linhas antigas mais curtas chegam com
      *          esses campos em branco. O telefone segue o CADUSER:
      *          prefixo de 5 digitos e o tipo (C celular, F fixo).
      ******************************************************************
       01 WS-REG-HIST-SAIDA.
           03 WH-CD-USER                 PIC 9(8).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-NM                      PIC X(100).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-PHONE.
               05 WH-PHONE-PAIS          PIC 9(02).
               05 WH-PHONE-DDD           PIC 9(02).
               05 WH-PHONE-PREFIXO       PIC 9(05).
               05 WH-PHONE-SUFIXO        PIC 9(04).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-PHONE-TIPO              PIC X(01).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-PASSWORD                PIC X(8).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-NM-PRIMEIRO             PIC X(20).
               05 WH-CEP                  PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-DEPTO                   PIC X(04).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-DT-FIM-CONTRATO         PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 WH-NM-SOCIAL               PIC X(100).
