      * Purpose: Layout unico do registro de auditoria do CADAUD,
      *          gravado por CDCLIE e lido pelos programas de consulta
      *          de auditoria, para que uma mudanca no layout so
      *          precise ser feita aqui. AU-DELEGANTE traz o codigo
      *          do delegante quando o operador age por delegacao
      *          (CADDELEG) e fica em branco no trabalho proprio dele
      *          e nas rotinas de lote. AU-SEQUENCIA e AU-CONFERENCIA
      *          formam a cadeia de conferencia do CADAUD: numero
      *          corrido da linha e valor calculado pelo CDAUDHSH a
      *          partir do valor da linha anterior e do conteudo desta
      *          (preenchidos pelo CDAUDCAD logo antes do WRITE e
      *          conferidos pelo CDAUDVER). Linhas gravadas antes da
      *          cadeia trazem os dois campos em branco.
      *          AU-LAYOUT diz de que layout veio a linha: 2 gravada
      *          ja com os codigos de 8 digitos (o CDAUDCAD marca),
      *          1 convertida do layout de 6 digitos pelo CDCONVAUD;
      *          linha crua de arquivo antigo (CADAUD.AAAAMM anterior
      *          a ampliacao) chega com o campo em branco e quem le o
      *          arquivo passa a linha pelo CDAUDANT antes de usar. A
      *          conferencia de linha que nao e 2 e feita sobre a
      *          imagem antiga de 6 digitos, e a cadeia atravessa a
      *          ampliacao sem ressela.
      ******************************************************************
       01 REG-AUDITORIA.
           03 AU-DATA                    PIC X(8).
           03 AU-HORA                    PIC X(6).
           03 AU-CD-USER                 PIC 9(8).
           03 AU-ACAO                    PIC X(1).
           03 AU-NM                      PIC X(100).
           03 AU-EMAIL                   PIC X(100).
           03 AU-OPERADOR                PIC 9(8).
           03 AU-DELEGANTE               PIC X(8).
           03 AU-SEQUENCIA               PIC 9(9).
           03 AU-CONFERENCIA             PIC 9(15).
           03 AU-LAYOUT                  PIC X(01).
            88 AUD-LAYOUT-ATUAL           VALUE '2'.
            88 AUD-LAYOUT-CONVERTIDO      VALUE '1'.
            88 AUD-LAYOUT-ANTIGO          VALUE SPACE.
