      *          aluno + sequencia), mantido pelo CDRESP e lido pelo
      *          gerador de cartas CDNOTIFRESP, para que uma mudanca no
      *          layout so precise ser feita aqui. O telefone usa a
      *          mesma quebra pais/DDD/prefixo/sufixo do CADUSER, com o
      *          prefixo de 5 digitos e o tipo (C celular, F fixo).
      ******************************************************************
       01 REG-RESPONSAVEL.
           03 RS-CHAVE.
           03 RS-PHONE.
               05 RS-PHONE-PAIS          PIC 9(02).
               05 RS-PHONE-DDD           PIC 9(02).
               05 RS-PHONE-PREFIXO       PIC 9(05).
               05 RS-PHONE-SUFIXO        PIC 9(04).
           03 RS-PHONE-TIPO              PIC X(01).
            88 RS-FONE-CELULAR            VALUE 'C'.
            88 RS-FONE-FIXO               VALUE 'F'.
           03 RS-ENDERECO.
               05 RS-RUA                 PIC X(30).
               05 RS-BAIRRO              PIC X(20).
