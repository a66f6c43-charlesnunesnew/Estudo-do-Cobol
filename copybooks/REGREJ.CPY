       01 REG-REJEICAO.
           03 RJ-DATA                    PIC X(8).
           03 RJ-HORA                    PIC X(6).
           03 RJ-CD-USER                 PIC 9(8).
           03 RJ-NM                      PIC X(100).
           03 RJ-EMAIL                   PIC X(100).
           03 RJ-PHONE.
               05 RJ-PHONE-PAIS          PIC 9(02).
               05 RJ-PHONE-DDD           PIC 9(02).
               05 RJ-PHONE-PREFIXO       PIC 9(05).
               05 RJ-PHONE-SUFIXO        PIC 9(04).
           03 RJ-PHONE-TIPO              PIC X(01).
           03 RJ-MOTIVO                  PIC X(50).
           03 RJ-SITUACAO                PIC X(01).
            88 REJ-REPROCESSADA           VALUE 'R'.
