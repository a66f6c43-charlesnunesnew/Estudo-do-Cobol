      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do extrato noturno do CADUSER gravado pelo
      *          CDEXTUSR e lido pelo CDEXTLE: uma descarga da base
      *          inteira numa so leitura do indexado, para os
      *          relatorios do lote nao relerem o CADUSER cada um.
      *          Dois arquivos com o mesmo layout: CADUSEREXT na ordem
      *          do codigo e CADUSERNOM na ordem do diretorio (nome
      *          impresso na forma de pesquisa do CDNORNOM, depois o
      *          codigo). Primeiro registro 'H' com a data, a hora e a
      *          ordem do extrato; um 'D' por usuario com o registro
      *          inteiro do REGUSER; ultimo registro 'T' com a
      *          quantidade de detalhes e o total de controle (soma dos
      *          codigos), conferidos pelo CDEXTLE antes de entregar o
      *          extrato a qualquer programa.
      ******************************************************************
       01 REG-EXTRATO-USUARIO.
           03 EU-TIPO                    PIC X(01).
            88 EXTRATO-CABECALHO          VALUE 'H'.
            88 EXTRATO-DETALHE            VALUE 'D'.
            88 EXTRATO-TRAILER            VALUE 'T'.
           03 EU-CORPO.
               05 EU-NOME-NORM           PIC X(100).
               05 EU-USUARIO             PIC X(594).
               05 FILLER                 PIC X(05).
           03 EU-CONTROLE REDEFINES EU-CORPO.
               05 EU-DATA                PIC 9(08).
               05 EU-HORA                PIC X(06).
               05 EU-ORDEM               PIC X(01).
                88 EXTRATO-POR-CODIGO     VALUE 'C'.
                88 EXTRATO-POR-NOME       VALUE 'N'.
               05 EU-QTD                 PIC 9(08).
               05 EU-HASH                PIC 9(15).
               05 FILLER                 PIC X(661).
