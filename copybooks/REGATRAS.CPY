      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico da linha do registro de notas lancadas
      *          fora do prazo NOTATRAS (texto, uma linha por
      *          avaliacao), gravado pelo DESAFIOM2 quando a nota entra
      *          depois do prazo do calendario de avaliacoes CADCALAV
      *          e lido pelo CDATRNOT no relatorio semanal de atrasos,
      *          para que uma mudanca no layout so precise ser feita
      *          aqui. LA-ORIGEM segue o NOTAAUD: T tela, L lote.
      ******************************************************************
       01 REG-ATRASO.
           03 LA-DATA                    PIC 9(08).
           03 LA-HORA                    PIC X(06).
           03 LA-OPERADOR                PIC 9(08).
           03 LA-ORIGEM                  PIC X(01).
           03 LA-TERMO                   PIC X(06).
           03 LA-TURMA                   PIC X(03).
           03 LA-CD-ALUNO                PIC 9(05).
           03 LA-MATERIA                 PIC X(06).
           03 LA-AVALIACAO               PIC 9(01).
           03 LA-DT-PRAZO                PIC 9(08).
           03 LA-DIAS-ATRASO             PIC 9(03).
