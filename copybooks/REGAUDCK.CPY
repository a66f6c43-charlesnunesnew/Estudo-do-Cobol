      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do arquivo de controle CADAUDCK da cadeia de
      *          conferencia do CADAUD - uma unica linha com a
      *          sequencia e o valor de conferencia da ultima linha
      *          gravada. Atualizado pelo CDAUDCAD a cada gravacao e
      *          pelo CDLGPD quando a anonimizacao ressela a cadeia;
      *          lido pelo CDAUDVER para achar linhas finais apagadas.
      *          Fica fora do fechamento mensal do CDAUDMES, por isso
      *          a cadeia continua de um mes para o outro; no
      *          fechamento o CDAUDMES copia a posicao da cadeia para
      *          AK-SEQ-ABERTURA/AK-CONF-ABERTURA, o ponto de partida
      *          do CADAUD do mes novo (zeros antes do primeiro
      *          fechamento, quando a cadeia comeca no proprio CADAUD).
      ******************************************************************
       01 REG-AUDCTL.
           03 AK-SEQUENCIA               PIC 9(9).
           03 AK-CONFERENCIA             PIC 9(15).
           03 AK-DATA                    PIC X(8).
           03 AK-HORA                    PIC X(6).
           03 AK-SEQ-ABERTURA            PIC 9(9).
           03 AK-CONF-ABERTURA           PIC 9(15).
