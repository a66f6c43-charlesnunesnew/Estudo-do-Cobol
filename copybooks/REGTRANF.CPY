      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de notas trazidas
      *          de outra escola CADTRANF (chave termo + aluno +
      *          materia, a mesma do REG-NOTA), mantido pelo CDTRANSF
      *          e lido pelo DESAFIOM2REL, CDHISTESC, CDEDUFEED e
      *          CDRANKREL, para que uma mudanca no layout so precise
      *          ser feita aqui. A nota em si vai para o BOLETIM e
      *          entra na media; este registro guarda a escola de
      *          origem, o documento apresentado, o nome da materia
      *          na escola de origem e quais das quatro avaliacoes
      *          vieram por transferencia - e isso que marca a nota
      *          como transferida nos relatorios e tira o aluno do
      *          quadro de honra do termo.
      ******************************************************************
       01 REG-TRANSFERENCIA.
           03 TF-CHAVE.
               05 TF-TERMO               PIC X(06).
               05 TF-CD-ALUNO            PIC 9(05).
               05 TF-MATERIA             PIC X(06).
           03 TF-ESCOLA                  PIC X(40).
           03 TF-DOCUMENTO               PIC X(20).
           03 TF-MATERIA-ORIGEM          PIC X(30).
      * avaliacoes trazidas da escola de origem (S/N), na ordem das
      * notas N1 a N4 do REG-NOTA, e a nota que veio no documento
           03 TF-AVAL-TRANSF.
               05 TF-N1-TRANSF           PIC X(01).
               05 TF-N2-TRANSF           PIC X(01).
               05 TF-N3-TRANSF           PIC X(01).
               05 TF-N4-TRANSF           PIC X(01).
           03 TF-N1                      PIC 9(02)V9.
           03 TF-N2                      PIC 9(02)V9.
           03 TF-N3                      PIC 9(02)V9.
           03 TF-N4                      PIC 9(02)V9.
           03 TF-DT-REGISTRO             PIC 9(08).
           03 TF-OPERADOR                PIC 9(08).
           03 TF-ORIGEM-CARGA            PIC X(01).
            88 CARGA-TELA                 VALUE 'T'.
            88 CARGA-ARQUIVO              VALUE 'A'.
           03 FILLER                     PIC X(20).
