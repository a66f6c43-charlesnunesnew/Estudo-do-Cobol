      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de inscricoes em
      *          materia CADINSCR (termo x aluno x materia), mantido
      *          pelo CDINSCR: a carga pela grade da turma (CADGRADE)
      *          e os ajustes individuais. O DESAFIOM2 e o CDNOTVAL
      *          recusam nota de materia em que o aluno nao esta
      *          inscrito no termo, e o CDPENDNOT lista, por
      *          professor, as inscricoes ainda sem avaliacao. A
      *          turma vem do CADALUNO no momento da inscricao.
      ******************************************************************
       01 REG-INSCRICAO.
           03 IN-CHAVE.
               05 IN-TERMO               PIC X(06).
               05 IN-CD-ALUNO            PIC 9(05).
               05 IN-MATERIA             PIC X(06).
           03 IN-TURMA                   PIC X(03).
           03 IN-ORIGEM                  PIC X(01).
            88 INSCRICAO-GRADE            VALUE 'G'.
            88 INSCRICAO-AJUSTE           VALUE 'A'.
           03 IN-OPERADOR                PIC 9(08).
           03 IN-DATA                    PIC 9(08).
           03 IN-HORA                    PIC X(06).
           03 FILLER                     PIC X(20).
