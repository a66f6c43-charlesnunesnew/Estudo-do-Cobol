      *          (ativo, transferido, evadido, concluido) entra nas
      *          estatisticas como categoria propria em vez de contar
      *          como reprovacao; status em branco (registro anterior
      *          ao campo) vale como ativo. AL-NOME-SOCIAL e o nome
      *          social opcional (espacos quando nao informado); quando
      *          preenchido e o nome impresso em relatorios e cartas.
      *          AL-DT-NASC e a data de nascimento (AAAAMMDD), zeros
      *          quando nao informada.
      ******************************************************************
       01 REG-ALUNO.
           03 AL-CODIGO                  PIC 9(05).
            88 ALUNO-EVADIDO              VALUE 'E'.
            88 ALUNO-CONCLUIDO            VALUE 'C'.
           03 AL-DT-STATUS               PIC 9(08).
           03 AL-NOME-SOCIAL             PIC X(30).
           03 AL-DT-NASC                 PIC 9(08).
