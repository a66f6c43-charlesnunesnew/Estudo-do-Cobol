      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do numero de chamada
      *          CADCHAMA (termo x turma x aluno), gravado pelo
      *          diario de classe CDDIARIO, para que uma mudanca no
      *          layout so precise ser feita aqui. Na primeira
      *          impressao do termo os numeros saem em ordem
      *          alfabetica; o aluno que entra depois recebe o
      *          proximo numero da turma, e o numero de quem ja tinha
      *          nao muda ate o fim do termo - nem quando o aluno e
      *          transferido ou evade.
      ******************************************************************
       01 REG-CHAMADA.
           03 NC-CHAVE.
               05 NC-TERMO               PIC X(06).
               05 NC-TURMA               PIC X(03).
               05 NC-CD-ALUNO            PIC 9(05).
           03 NC-NUMERO                  PIC 9(03).
           03 NC-DATA                    PIC 9(08).
           03 FILLER                     PIC X(10).
