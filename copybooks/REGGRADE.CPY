      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro da grade curricular CADGRADE
      *          (turma x materia), mantida pelo CDINSCR e usada na
      *          carga das inscricoes do termo no CADINSCR: cada aluno
      *          ativo da turma e inscrito em cada materia da grade.
      ******************************************************************
       01 REG-GRADE.
           03 GR-CHAVE.
               05 GR-TURMA               PIC X(03).
               05 GR-MATERIA             PIC X(06).
           03 GR-OPERADOR                PIC 9(08).
           03 GR-DATA                    PIC 9(08).
