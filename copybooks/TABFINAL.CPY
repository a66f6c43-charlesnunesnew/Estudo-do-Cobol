      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Finalidades de uso do dado pessoal sujeitas a
      *          consentimento do titular (CADCONS): codigo gravado em
      *          CS-FINALIDADE e descricao. N avisos da conta pela fila
      *          NOTIFQ, H envio ao RH corporativo (CDHRFEED), E uso
      *          estatistico nas extracoes (CDEXTRAT e CDEXPUSR), M
      *          marketing. Avisos legalmente obrigatorios (bloqueio,
      *          desbloqueio, codigo de acesso, exclusao e fim de
      *          contrato) nao dependem de consentimento. Usado pelo
      *          CDCLIE, CDIMPUSR, CDHRADMIT e CDCNSREL.
      ******************************************************************
       01 TAB-FINALIDADES.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC X(30)
                  VALUE 'AVISOS DA CONTA'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'H'.
               05 FILLER PIC X(30)
                  VALUE 'COMPARTILHAMENTO COM O RH'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'E'.
               05 FILLER PIC X(30)
                  VALUE 'USO ESTATISTICO'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'M'.
               05 FILLER PIC X(30)
                  VALUE 'MARKETING'.
       01 TAB-FINALIDADES-R REDEFINES TAB-FINALIDADES.
           03 TF-ITEM OCCURS 4 TIMES.
               05 TF-CODIGO              PIC X(01).
               05 TF-DESCRICAO           PIC X(30).
       01 TF-QTD                         PIC 9(02) VALUE 4.
