      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do arquivo escolar ARQALUNO
      *          (indexado), para onde o CDARQALU leva o aluno que saiu
      *          (concluido, transferido ou evadido) ha mais anos que a
      *          retencao; lido pelo CDHISTESC para emitir o historico
      *          do aluno arquivado, consultado pelo CDALUNO para o
      *          codigo nao ser reaproveitado e esvaziado pelo CDRSTALU
      *          quando o aluno volta. Cada aluno ocupa um grupo de
      *          chaves: tipo A o registro do CADALUNO, tipo B cada
      *          lancamento do BOLETIM (sequencia = termo + materia,
      *          mesma ordem da chave do BOLETIM) e tipo H cada linha
      *          do ALUNHIST (sequencia = ordem no historico). O
      *          conteudo guarda a imagem original, byte a byte.
      ******************************************************************
       01 REG-ARQ-ALUNO.
           03 AA-CHAVE.
               05 AA-CD-ALUNO            PIC 9(05).
               05 AA-TIPO                PIC X(01).
                88 AA-CADASTRO            VALUE 'A'.
                88 AA-BOLETIM             VALUE 'B'.
                88 AA-HISTORICO           VALUE 'H'.
               05 AA-SEQUENCIA           PIC X(12).
           03 AA-DT-ARQUIVO              PIC 9(08).
           03 AA-CONTEUDO                PIC X(100).
