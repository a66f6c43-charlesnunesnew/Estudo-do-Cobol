      * Date: 02/09/2026
      * Purpose: Layout unico do registro de auditoria de notas do
      *          NOTAAUD, gravado pelo DESAFIOM2 a cada regravacao de
      *          um REG-NOTA (e pela decisao do conselho de classe e
      *          pela revisao de nota deferida e pela nota trazida de
      *          outra escola) e lido pelo consultor CDNOTAUD, para
      *          que uma mudanca no layout so precise ser feita aqui.
      *          A origem marca de onde veio a regravacao: T tela,
      *          L lote, C conselho, R revisao, X transferencia.
      ******************************************************************
       01 REG-NOTA-AUD.
           03 NA-DATA                    PIC X(08).
           03 NA-HORA                    PIC X(06).
           03 NA-OPERADOR                PIC 9(08).
           03 NA-ORIGEM                  PIC X(01).
           03 NA-TERMO                   PIC X(06).
           03 NA-CD-ALUNO                PIC 9(05).
