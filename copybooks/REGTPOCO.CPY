      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro da tabela de tipos de
      *          ocorrencia disciplinar CADTPOCO (chave codigo do
      *          tipo), mantida pelo administrador no CDOCORR (opcao
      *          <T>) e lida pelo relatorio CDOCOREL e pelas cartas
      *          CDOCOCAR, para que uma mudanca no layout so precise
      *          ser feita aqui. TO-GRAVIDADE e a gravidade sugerida
      *          para a ocorrencia do tipo; TO-AVISA-RESP = 'S' manda
      *          carta aos responsaveis do CADRESP a cada ocorrencia
      *          do tipo. Tipo inativo fica na tabela para o historico
      *          mas nao aceita ocorrencia nova.
      ******************************************************************
       01 REG-TIPO-OCORRENCIA.
           03 TO-CODIGO                  PIC X(04).
           03 TO-DESCRICAO               PIC X(30).
           03 TO-GRAVIDADE               PIC X(01).
            88 TO-GRAVIDADE-VALIDA        VALUE 'L' 'M' 'G'.
           03 TO-AVISA-RESP              PIC X(01).
            88 TIPO-AVISA-RESP            VALUE 'S'.
           03 TO-SITUACAO                PIC X(01).
            88 TIPO-ATIVO                 VALUE 'A'.
            88 TIPO-INATIVO               VALUE 'I'.
           03 TO-OPERADOR                PIC 9(08).
           03 TO-DT-ALTERACAO            PIC 9(08).
           03 FILLER                     PIC X(10).
