       01 WS-PRIMEIRO-NOME                    PIC X(15).
       01 WS-SEGUNDO-NOME                     PIC X(15).

       01 WS-TELEFONE                         PIC X(13).
       01 WS-TELEFONE-R REDEFINES WS-TELEFONE.
           05 WS-PAIS                         PIC X(02).
           05 WS-DDD                          PIC X(02).
           05 WS-PREFIXO                      PIC X(05).
           05 WS-SUFIXO                       PIC X(04).
       01 WS-TELEFONE-TIPO                    PIC X(01).
           88 TELEFONE-CELULAR                VALUE 'C'.
           88 TELEFONE-FIXO                   VALUE 'F'.

       01 WS-RUA                              PIC X(30).
       01 WS-BAIRRO                           PIC X(20).
                88 TEL-CELULAR                VALUE 'C'.
                88 TEL-FIXO                   VALUE 'F'.
                88 TEL-TRABALHO               VALUE 'T'.
               10 WS-TEL-NUMERO               PIC X(13).
               10 WS-TEL-NUMERO-R REDEFINES WS-TEL-NUMERO.
                   15 WS-TEL-PAIS             PIC X(02).
                   15 WS-TEL-DDD              PIC X(02).
                   15 WS-TEL-PREFIXO          PIC X(05).
                   15 WS-TEL-SUFIXO           PIC X(04).
       77 WS-QTD-TELEFONES                    PIC 9(01) VALUE ZEROS.
