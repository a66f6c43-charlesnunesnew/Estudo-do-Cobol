      * Author: Charles Nunes
      * Date: 02/09/2026
      * Purpose: Layout unico do evento da fila de notificacao NOTIFQ,
      *          gravado por CDCLIE, CDLOGON, CDHRBAIXA, CDPENDAPL,
      *          CDCAMPANHA, CDARQUIVA, CDMERGE, CDPLTAVS, CDPLTESC,
      *          CDDISTRIB e CDATRNOT e consumido pelo job de correio
      *          corporativo, para que uma mudanca no layout so precise
      *          ser feita aqui. O template referenciado mora no
      *          catalogo NOTIFTPL (linhas CODIGO;TEXTO). NQ-PARAMETRO
      *          leva o dado variavel que o template precisar (o codigo
      *          de acesso do segundo fator do CDLOGON, por exemplo; o
      *          numero da campanha nos eventos COMUNICADO do
      *          CDCAMPANHA; a quantidade de turmas e autorizacoes de
      *          notas a reatribuir nos eventos REATRIB; o numero do
      *          incidente e a referencia nos eventos PLANTAO; o tipo
      *          e a data do relatorio nos eventos RELATORIO; o termo e
      *          a quantidade de avaliacoes com o prazo de lancamento
      *          vencido nos eventos ATRASONOTA) e fica
      *          em branco nos demais eventos.
      *          NQ-TRATAMENTO e o nome pelo qual a saudacao se dirige
      *          ao destinatario - o primeiro nome social quando houver,
      *          senao o primeiro nome civil.
      ******************************************************************
       01 REG-NOTIFICACAO.
           03 NQ-DATA                    PIC X(8).
           03 NQ-HORA                    PIC X(6).
           03 NQ-EVENTO                  PIC X(10).
           03 NQ-CD-USER                 PIC 9(8).
           03 NQ-EMAIL                   PIC X(100).
           03 NQ-TEMPLATE                PIC X(8).
           03 NQ-PARAMETRO               PIC X(20).
           03 NQ-TRATAMENTO              PIC X(20).
