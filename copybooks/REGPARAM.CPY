      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do registro do cadastro de parametros do
      *          sistema CADPARAM, mantido pelo CDPARMNT e lido pelo
      *          subprograma CDPARAM, que usa o mesmo layout como area
      *          de chamada. A chave e o programa dono mais o nome do
      *          parametro, que e o mesmo nome da variavel de ambiente
      *          que o sobrepoe numa rodada; parametro comum a varios
      *          programas fica com o programa GERAL. PR-TIPO N aceita
      *          so numero entre PR-MINIMO e PR-MAXIMO (maximo zerado
      *          nao tem teto); PR-TIPO T aceita texto livre ou, com
      *          PR-ACEITOS preenchido, um dos valores da lista
      *          separados por barra (ex: S/E). Valor em branco deixa
      *          valer o padrao do programa.
      *          PR-ORIGEM so tem sentido na volta do CDPARAM: A
      *          variavel de ambiente, C cadastro, P padrao do programa
      *          (PR-VALOR volta em branco).
      ******************************************************************
       01 REG-PARAMETRO.
           03 PR-CHAVE.
               05 PR-PROGRAMA            PIC X(12).
               05 PR-NOME                PIC X(24).
           03 PR-VALOR                   PIC X(60).
           03 PR-TIPO                    PIC X(01).
            88 PARAM-NUMERICO             VALUE 'N'.
            88 PARAM-TEXTO                VALUE 'T'.
           03 PR-MINIMO                  PIC 9(09).
           03 PR-MAXIMO                  PIC 9(09).
           03 PR-ACEITOS                 PIC X(20).
           03 PR-DESCRICAO               PIC X(60).
           03 PR-OPERADOR                PIC 9(08).
           03 PR-DATA-ALT                PIC 9(08).
           03 PR-HORA-ALT                PIC X(06).
           03 PR-ORIGEM                  PIC X(01).
            88 PARAM-DO-AMBIENTE          VALUE 'A'.
            88 PARAM-DO-CADASTRO          VALUE 'C'.
            88 PARAM-PADRAO               VALUE 'P'.
           03 FILLER                     PIC X(02).
