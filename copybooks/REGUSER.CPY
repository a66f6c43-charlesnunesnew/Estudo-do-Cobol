      *          por CDCLIE, CDRELUSR e qualquer outro programa que
      *          precise ler ou escrever um registro de usuario, para
      *          que uma mudanca no layout so precise ser feita aqui.
      *          FD-DT-FIM-CONTRATO (AAAAMMDD) e o fim do contrato de
      *          estagiario, consultor ou temporario - zeros para quem
      *          nao tem data; o passo noturno CDFIMCTR avisa antes e
      *          bloqueia a conta no dia.
      *          FD-DT-CONFIRMA (AAAAMMDD) e a ultima vez que o titular
      *          conferiu telefone, email, endereco e departamento no
      *          logon - zeros para quem nunca confirmou; vencida a
      *          periodicidade o CDLOGON pede a confirmacao de novo.
      *          FD-NM-SOCIAL e o nome social opcional (espacos quando
      *          nao informado), dividido em FD-NS-* como o nome civil;
      *          quando preenchido e o nome de exibicao, de tratamento e
      *          de busca, e o civil fica para CPF, RH e documentos.
      *          FD-PHONE-PREFIXO tem 5 digitos para o celular com o 9
      *          inicial; o fixo guarda o prefixo de 4 digitos com zero
      *          a esquerda. FD-PHONE-TIPO diz qual dos dois e, fora do
      *          grupo para a chave alternativa continuar so o numero.
      *          FD-EMAIL-SITUACAO vem do arquivo de retorno do servidor
      *          de correio (passo noturno CDMAILRET): I quando o email
      *          voltou com devolucao definitiva (hard bounce), espaco
      *          quando valido; FD-DT-EMAIL-DEVOLVIDO e a data dessa
      *          devolucao e FD-QTD-EMAIL-SOFT conta as devolucoes
      *          temporarias (soft bounce). Os tres voltam a espaco e
      *          zeros quando o email e trocado.
      ******************************************************************
       01 REG-USER.
           03 FD-CD-USER                 PIC 9(8).
           03 FD-NM                      PIC X(100).
           03 FD-EMAIL                   PIC X(100).
           03 FD-PHONE.
               05 FD-PHONE-PAIS           PIC 9(02).
               05 FD-PHONE-DDD            PIC 9(02).
               05 FD-PHONE-PREFIXO        PIC 9(05).
               05 FD-PHONE-SUFIXO         PIC 9(04).
           03 FD-PHONE-TIPO              PIC X(01).
            88 FONE-CELULAR               VALUE 'C'.
            88 FONE-FIXO                  VALUE 'F'.
           03 FD-PASSWORD                PIC X(8).
           03 FD-NM-PRIMEIRO             PIC X(20).
           03 FD-NM-MEIO                 PIC X(20).
               05 FD-CEP                  PIC 9(08).
           03 FD-CPF                     PIC 9(11).
           03 FD-DEPTO                   PIC X(04).
           03 FD-DT-FIM-CONTRATO         PIC 9(08).
           03 FD-DT-CONFIRMA             PIC 9(08).
           03 FD-NM-SOCIAL               PIC X(100).
           03 FD-NS-PRIMEIRO             PIC X(20).
           03 FD-NS-MEIO                 PIC X(20).
           03 FD-NS-ULTIMO               PIC X(20).
           03 FD-EMAIL-SITUACAO          PIC X(01).
            88 EMAIL-INVALIDO             VALUE 'I'.
           03 FD-DT-EMAIL-DEVOLVIDO      PIC 9(08).
           03 FD-QTD-EMAIL-SOFT          PIC 9(03).
