      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do calendario de avaliacoes
      *          CADCALAV (termo x turma x avaliacao N1 a N4), mantido
      *          pelo CDCALAVA e consultado pelo CDPRZAVA, que o
      *          DESAFIOM2, o CDNOTVAL e o CDATRNOT chamam, para que
      *          uma mudanca no layout so precise ser feita aqui. A
      *          turma em branco e o calendario padrao do termo; a
      *          linha da turma, quando existe, vale no lugar dele.
      *          Antes da data de aplicacao a nota e recusada; depois
      *          do prazo de lancamento ela entra, marcada como
      *          lancada fora do prazo.
      ******************************************************************
       01 REG-CALAVAL.
           03 CA-CHAVE.
               05 CA-TERMO               PIC X(06).
               05 CA-TURMA               PIC X(03).
               05 CA-AVALIACAO           PIC 9(01).
                88 CA-AVALIACAO-VALIDA    VALUE 1 THRU 4.
           03 CA-DT-APLICACAO            PIC 9(08).
           03 CA-DT-PRAZO                PIC 9(08).
           03 CA-DESCRICAO               PIC X(30).
           03 CA-OPERADOR                PIC 9(08).
           03 CA-DATA-ALT                PIC 9(08).
           03 FILLER                     PIC X(20).
