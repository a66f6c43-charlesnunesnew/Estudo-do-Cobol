      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do registro de situacao do online SISONL - uma
      *          linha so, regravada pelo CDBATCH a cada passo conforme
      *          a coluna ONLINE do BATCHPLN: A aberto (telas gravam
      *          normalmente), L somente leitura (telas consultam mas
      *          nao gravam) ou F fechado (o MENUGERAL tambem deixa de
      *          abrir os programas). Lido pelo CDONLINE, que as telas
      *          de manutencao chamam antes de cada gravacao. Sem o
      *          arquivo o online vale como aberto.
      ******************************************************************
       01 REG-SITONLINE.
           03 SO-SITUACAO                PIC X(01).
            88 SITONL-ABERTO              VALUE 'A' ' '.
            88 SITONL-LEITURA             VALUE 'L'.
            88 SITONL-FECHADO             VALUE 'F'.
           03 SO-PASSO                   PIC X(12).
           03 SO-STREAM                  PIC X(08).
           03 SO-DATA                    PIC 9(08).
           03 SO-HORA                    PIC X(06).
           03 FILLER                     PIC X(15).
