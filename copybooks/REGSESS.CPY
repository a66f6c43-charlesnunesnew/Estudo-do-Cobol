      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de sessoes
      *          CADSESS - uma sessao aberta por operador, com o
      *          terminal, o carimbo de abertura (que identifica a
      *          sessao) e o carimbo da ultima atividade. Gravado pelo
      *          CDLOGON e conferido por MENUGERAL e CDCLIE atraves do
      *          subprograma CDSESSAO.
      ******************************************************************
       01 REG-SESSAO.
           03 SS-OPERADOR                PIC 9(8).
           03 SS-TERMINAL                PIC X(20).
           03 SS-ID.
               05 SS-DT-INICIO           PIC 9(8).
               05 SS-HR-INICIO           PIC 9(6).
           03 SS-DT-ATIVIDADE            PIC 9(8).
           03 SS-HR-ATIVIDADE            PIC 9(6).
