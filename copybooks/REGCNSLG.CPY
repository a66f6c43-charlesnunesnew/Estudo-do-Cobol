      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout da linha do historico de consentimentos
      *          CADCNSLG (sequencial, so cresce) - cada concessao ou
      *          revogacao gravada pelo CDCNSGRV no CADCONS deixa aqui a
      *          situacao anterior (branco quando a finalidade ainda
      *          nao tinha linha) e a nova. O CDCNSREL lista por ele as
      *          mudancas do periodo.
      ******************************************************************
       01 REG-CNSLOG.
           03 CL-DATA                    PIC 9(8).
           03 CL-HORA                    PIC X(6).
           03 CL-CD-USER                 PIC 9(8).
           03 CL-FINALIDADE              PIC X(1).
           03 CL-SIT-ANTERIOR            PIC X(1).
           03 CL-SIT-NOVA                PIC X(1).
           03 CL-CANAL                   PIC X(1).
           03 CL-OPERADOR                PIC 9(8).
