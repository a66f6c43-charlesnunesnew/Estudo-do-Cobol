      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de delegacoes
      *          CADDELEG - o delegante empresta ao delegado um perfil
      *          (A/O/C) entre a data de inicio e a data de fim.
      *          Incluido e encerrado pelo CDDELEG, consultado pelo
      *          CDLOGON para conceder o perfil e expirado pelo passo
      *          noturno CDDELEXP. A chave (delegado + inicio) deixa o
      *          logon achar as delegacoes do operador com um START.
      ******************************************************************
       01 REG-DELEGACAO.
           03 DG-CHAVE.
               05 DG-DELEGADO            PIC 9(8).
               05 DG-DT-INICIO           PIC 9(8).
           03 DG-DELEGANTE               PIC 9(8).
           03 DG-PERFIL                  PIC X(1).
           03 DG-DT-FIM                  PIC 9(8).
           03 DG-STATUS                  PIC X(1).
            88 DELEGACAO-ATIVA           VALUE 'A'.
            88 DELEGACAO-EXPIRADA        VALUE 'E'.
            88 DELEGACAO-CANCELADA       VALUE 'C'.
           03 DG-OPER-CADASTRO           PIC 9(8).
           03 DG-DT-CADASTRO             PIC 9(8).
