      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout unico do registro do cadastro de campanhas de
      *          comunicado CADCAMP - cada campanha do CDCAMPANHA
      *          guarda o numero (o mesmo que sai em NQ-PARAMETRO nos
      *          eventos COMUNICADO da NOTIFQ), quem disparou e quando,
      *          o template do NOTIFTPL, a regra de publico (filtros em
      *          branco valem para todos) e as contagens: destinatarios
      *          que receberam o evento e contas deixadas de fora por
      *          bloqueio, email invalido ou falta de consentimento nos
      *          avisos da conta. Listado pelo CDCAMPREL.
      ******************************************************************
       01 REG-CAMPANHA.
           03 CP-NUMERO                  PIC 9(06).
           03 CP-DATA                    PIC 9(08).
           03 CP-HORA                    PIC X(06).
           03 CP-AUTOR                   PIC 9(08).
           03 CP-TEMPLATE                PIC X(08).
           03 CP-REGRA.
               05 CP-FIL-DEPTO           PIC X(04).
               05 CP-FIL-PERFIL          PIC X(01).
               05 CP-FIL-UF              PIC X(02).
               05 CP-FIL-DOMINIO         PIC X(50).
               05 CP-FIL-SITUACAO        PIC X(01).
           03 CP-QTD-DESTINOS            PIC 9(06).
           03 CP-QTD-BLOQUEADAS          PIC 9(06).
           03 CP-QTD-SEM-EMAIL           PIC 9(06).
           03 CP-QTD-SEM-CONSENT         PIC 9(06).
