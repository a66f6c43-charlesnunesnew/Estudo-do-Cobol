      * Purpose: Layout unico do registro da tabela de autorizacao de
      *          lancamento de notas CADAUTNT (operador x materia x
      *          turma), mantida pelo CDAUTNOT e consultada pelo
      *          DESAFIOM2, pelo CDMATREL e pelo CDPENDNOT (pendencias
      *          de avaliacao por professor), para que uma mudanca no
      *          layout so precise ser feita aqui. A presenca do
      *          registro autoriza; administradores nao passam por
      *          aqui.
      ******************************************************************
       01 REG-AUTORIZACAO.
           03 AT-CHAVE.
               05 AT-OPERADOR            PIC 9(08).
               05 AT-MATERIA             PIC X(06).
               05 AT-TURMA               PIC X(03).
