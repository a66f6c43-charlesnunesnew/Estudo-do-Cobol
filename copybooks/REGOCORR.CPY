      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de ocorrencias
      *          disciplinares CADOCORR (chave aluno + sequencia da
      *          ocorrencia do aluno), mantido pelo CDOCORR e lido pelo
      *          relatorio CDOCOREL, pelas cartas aos responsaveis
      *          CDOCOCAR e pela decisao do conselho CDCONSDEC, para
      *          que uma mudanca no layout so precise ser feita aqui. O
      *          tipo vem da tabela CADTPOCO (REGTPOCO) e a gravidade
      *          (L leve, M media, G grave) nasce com a do tipo. A
      *          turma e a do aluno no dia do registro, para o resumo
      *          mensal por turma nao mudar com a virada do ano. O
      *          professor que relatou e um codigo do CADUSER. Tipo
      *          que avisa o responsavel deixa OC-CARTA = 'N' ate a
      *          carta sair pelo CDOCOCAR; tipo que nao avisa grava
      *          'X' (sem carta).
      ******************************************************************
       01 REG-OCORRENCIA.
           03 OC-CHAVE.
               05 OC-CD-ALUNO            PIC 9(05).
               05 OC-SEQ                 PIC 9(04).
           03 OC-DATA                    PIC 9(08).
           03 OC-TURMA                   PIC X(03).
           03 OC-TIPO                    PIC X(04).
           03 OC-GRAVIDADE               PIC X(01).
            88 OC-GRAVIDADE-VALIDA        VALUE 'L' 'M' 'G'.
            88 OCORRENCIA-LEVE            VALUE 'L'.
            88 OCORRENCIA-MEDIA           VALUE 'M'.
            88 OCORRENCIA-GRAVE           VALUE 'G'.
           03 OC-DESCRICAO               PIC X(100).
           03 OC-PROFESSOR               PIC 9(08).
           03 OC-MEDIDA                  PIC X(40).
           03 OC-OPERADOR                PIC 9(08).
           03 OC-DT-REGISTRO             PIC 9(08).
           03 OC-CARTA                   PIC X(01).
            88 OC-CARTA-PENDENTE          VALUE 'N'.
            88 OC-CARTA-EMITIDA           VALUE 'S'.
            88 OC-SEM-CARTA               VALUE 'X'.
           03 OC-DT-CARTA                PIC 9(08).
           03 FILLER                     PIC X(20).
