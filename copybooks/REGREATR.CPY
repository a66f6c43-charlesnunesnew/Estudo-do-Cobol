      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout da lista de reatribuicao CADREATR - uma linha
      *          por autorizacao de notas (CADAUTNT, tipo A) ou por
      *          regencia de turma (CADTURMA, tipo T) que ficou com um
      *          professor bloqueado, arquivado ou absorvido em fusao.
      *          Gravada pelo CDESCREF, chamado pelo CDHRBAIXA, pelo
      *          CDARQUIVA e pelo CDMERGE; tratada pelo CDREATRIB, que
      *          passa as linhas pendentes para o professor novo e as
      *          marca como reatribuidas. RA-SUGERIDO traz o codigo
      *          sobrevivente quando a origem e uma fusao.
      ******************************************************************
       01 REG-REATRIB.
           03 RA-CHAVE.
               05 RA-CD-USER             PIC 9(08).
               05 RA-TIPO                PIC X(01).
                88 REATR-AUTORIZACAO      VALUE 'A'.
                88 REATR-REGENCIA         VALUE 'T'.
               05 RA-TURMA               PIC X(03).
               05 RA-MATERIA             PIC X(06).
           03 RA-DATA                    PIC 9(08).
           03 RA-HORA                    PIC 9(08).
           03 RA-ORIGEM                  PIC X(10).
           03 RA-SUGERIDO                PIC 9(08).
           03 RA-SITUACAO                PIC X(01).
            88 REATR-PENDENTE             VALUE ' '.
            88 REATR-TRATADA              VALUE 'R'.
           03 RA-NOVO                    PIC 9(08).
           03 RA-DT-TRATADA              PIC 9(08).
           03 RA-OPERADOR                PIC 9(08).
