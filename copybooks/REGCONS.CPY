      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro de consentimentos CADCONS -
      *          uma linha por usuario e finalidade (codigos na tabela
      *          TABFINAL) com a situacao vigente: concedido ou
      *          revogado, quando, por qual canal e por qual operador.
      *          Gravado so pelo subprograma CDCNSGRV, que leva cada
      *          mudanca para o historico CADCNSLG (layout REGCNSLG), e
      *          consultado pelo CDCNSCHK antes de cada saida de dado
      *          pessoal. Usuario sem linha para a finalidade nao deu
      *          consentimento.
      *          Canais: T tela do CDCLIE, I importacao do CDIMPUSR,
      *          H admissao do RH pelo CDHRADMIT.
      ******************************************************************
       01 REG-CONSENT.
           03 CS-CHAVE.
               05 CS-CD-USER             PIC 9(8).
               05 CS-FINALIDADE          PIC X(1).
           03 CS-SITUACAO                PIC X(1).
               88 CONSENTIMENTO-CONCEDIDO VALUE 'C'.
               88 CONSENTIMENTO-REVOGADO VALUE 'R'.
           03 CS-DATA                    PIC 9(8).
           03 CS-HORA                    PIC X(6).
           03 CS-CANAL                   PIC X(1).
           03 CS-OPERADOR                PIC 9(8).
