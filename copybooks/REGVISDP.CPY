      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de visibilidade
      *          por departamento CADVISDP - cada registro concede a um
      *          operador sem perfil de administrador a consulta dos
      *          usuarios de mais um departamento alem do seu proprio
      *          FD-DEPTO. Mantido pelo CDVISMNT e consultado pelo
      *          subprograma CDVISDEP. A chave (operador + departamento)
      *          deixa o subprograma ler as concessoes de um operador
      *          com um START.
      ******************************************************************
       01 REG-VISDEPTO.
           03 VD-CHAVE.
               05 VD-OPERADOR            PIC 9(8).
               05 VD-DEPTO               PIC X(4).
           03 VD-OPER-CADASTRO           PIC 9(8).
           03 VD-DT-CADASTRO             PIC 9(8).
