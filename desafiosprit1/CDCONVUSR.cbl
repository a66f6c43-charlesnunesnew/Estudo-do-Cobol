           03 AN-NM                      PIC X(100).
           03 AN-EMAIL                   PIC X(100).
           03 AN-PHONE                   PIC 9(12).
           03 AN-PHONE-R REDEFINES AN-PHONE.
               05 AN-PHONE-PAIS          PIC 9(02).
               05 AN-PHONE-DDD           PIC 9(02).
               05 AN-PHONE-PREFIXO       PIC 9(04).
               05 AN-PHONE-SUFIXO        PIC 9(04).
           03 AN-PASSWORD                PIC X(8).
           03 AN-NM-PRIMEIRO             PIC X(20).
           03 AN-NM-MEIO                 PIC X(20).
           MOVE AN-CD-USER     TO FD-CD-USER.
           MOVE AN-NM          TO FD-NM.
           MOVE AN-EMAIL       TO FD-EMAIL.
           PERFORM 2110-CONVERTE-FONE.
           MOVE AN-PASSWORD    TO FD-PASSWORD.
           MOVE AN-NM-PRIMEIRO TO FD-NM-PRIMEIRO.
           MOVE AN-NM-MEIO     TO FD-NM-MEIO.
           MOVE SPACES         TO FD-UF.
           MOVE ZEROS          TO FD-CEP.
           MOVE ZEROS          TO FD-CPF.
           MOVE ZEROS          TO FD-DT-CONFIRMA.
           MOVE SPACE          TO FD-EMAIL-SITUACAO.
           MOVE ZEROS          TO FD-DT-EMAIL-DEVOLVIDO.
           MOVE ZEROS          TO FD-QTD-EMAIL-SOFT.
           MOVE SPACES TO FD-NM-SOCIAL FD-NS-PRIMEIRO FD-NS-MEIO
               FD-NS-ULTIMO.
           WRITE REG-USER
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                   ADD 1 TO WS-TOT-CONVERTIDOS
           END-WRITE.

      * o arquivo antigo tem prefixo de 4 digitos: prefixo de 6 a 9 e
      * celular que perdeu o nono digito, o resto e fixo com zero a
      * esquerda
       2110-CONVERTE-FONE.
           MOVE AN-PHONE-PAIS TO FD-PHONE-PAIS.
           MOVE AN-PHONE-DDD  TO FD-PHONE-DDD.
           MOVE AN-PHONE-SUFIXO TO FD-PHONE-SUFIXO.
           IF AN-PHONE-PREFIXO > 5999
               COMPUTE FD-PHONE-PREFIXO = 90000 + AN-PHONE-PREFIXO
               MOVE 'C' TO FD-PHONE-TIPO
           ELSE
               MOVE AN-PHONE-PREFIXO TO FD-PHONE-PREFIXO
               MOVE 'F' TO FD-PHONE-TIPO
           END-IF.

       3000-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'CONVERSAO DO CADUSER CONCLUIDA'.
