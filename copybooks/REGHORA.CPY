      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro da grade horaria CADHORAR
      *          (turma x dia da semana x periodo, com a materia e o
      *          professor da aula), mantida pelo CDHORAR, impressa
      *          pelo CDHORREL e lida pelo CDAULPRV para prever as
      *          aulas dadas no termo. A chave primaria impede a turma
      *          com duas aulas no mesmo horario e a chave alternada
      *          (professor x dia x periodo, sem duplicidade) impede o
      *          professor em duas turmas ao mesmo tempo. Dia da
      *          semana na convencao da escola: 1 domingo, 2 segunda
      *          ate 7 sabado.
      ******************************************************************
       01 REG-HORARIO.
           03 HO-CHAVE.
               05 HO-TURMA               PIC X(03).
               05 HO-DIA                 PIC 9(01).
                88 HO-DIA-VALIDO          VALUE 1 THRU 7.
               05 HO-PERIODO             PIC 9(02).
                88 HO-PERIODO-VALIDO      VALUE 1 THRU 12.
           03 HO-MATERIA                 PIC X(06).
           03 HO-CHAVE-PROF.
               05 HO-PROFESSOR           PIC 9(08).
               05 HO-PROF-DIA            PIC 9(01).
               05 HO-PROF-PERIODO        PIC 9(02).
           03 HO-OPERADOR                PIC 9(08).
           03 HO-DATA-ALT                PIC 9(08).
           03 FILLER                     PIC X(20).
