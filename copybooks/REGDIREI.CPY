      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de direitos de
      *          acesso CADDIREI - cada registro libera (S) ou nega (N)
      *          a um operador (tipo O, sujeito = codigo do usuario) ou
      *          a um perfil (tipo P, sujeito = letra do perfil) um
      *          programa do catalogo TABPROG ou, com DI-OPCAO
      *          preenchida, uma opcao interna do programa. Mantido
      *          pelo CDDIRMNT e consultado pelo subprograma CDDIREIT:
      *          a linha do operador vale sobre a do perfil e a da
      *          opcao vale sobre a do programa.
      ******************************************************************
       01 REG-DIREITO.
           03 DI-CHAVE.
               05 DI-TIPO                PIC X(1).
                   88 DIREITO-OPERADOR   VALUE 'O'.
                   88 DIREITO-PERFIL     VALUE 'P'.
               05 DI-SUJEITO             PIC X(8).
               05 DI-PROGRAMA            PIC X(10).
               05 DI-OPCAO               PIC X(1).
           03 DI-PERMITE                 PIC X(1).
               88 DIREITO-CONCEDIDO      VALUE 'S'.
           03 DI-OPER-CADASTRO           PIC 9(8).
           03 DI-DT-CADASTRO             PIC 9(8).
