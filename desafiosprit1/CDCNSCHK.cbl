      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CONSENTIMENTO DO TITULAR - subprograma que responde se
      *         um usuario consentiu no uso do dado pessoal para uma
      *         finalidade (codigos na tabela TABFINAL), pelo cadastro
      *         CADCONS (layout REGCONS). Chamado por toda saida de
      *         dado pessoal antes de gravar: os avisos da fila NOTIFQ
      *         (CDCLIE, CDPENDAPL, CDFIMCTR), o feed do RH (CDHRFEED)
      *         e as extracoes (CDEXTRAT, CDEXPUSR). O cadastro e lido
      *         a cada chamada para que uma revogacao valha na hora.
      *         Retorno: S consentiu / N nao consentiu; sem linha para
      *         a finalidade, ou sem o CADCONS, nao ha consentimento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCNSCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO
           "CADCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CHAVE
           FILE STATUS IS CNK-FS-CADCONS.

       DATA DIVISION.
       FILE SECTION.
       FD CADCONS.
           COPY REGCONS.

       WORKING-STORAGE SECTION.
       77 CNK-FS-CADCONS                 PIC 99.

       LINKAGE SECTION.
       01 CNK-CD-USER                    PIC 9(08).
       01 CNK-FINALIDADE                 PIC X(01).
       01 CNK-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING CNK-CD-USER CNK-FINALIDADE
               CNK-RETORNO.

       0000-PRINCIPAL.
           MOVE 'N' TO CNK-RETORNO.
           OPEN INPUT CADCONS.
           IF CNK-FS-CADCONS NOT = 0
               GOBACK
           END-IF.
           MOVE CNK-CD-USER    TO CS-CD-USER.
           MOVE CNK-FINALIDADE TO CS-FINALIDADE.
           READ CADCONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONSENTIMENTO-CONCEDIDO
                       MOVE 'S' TO CNK-RETORNO
                   END-IF
           END-READ.
           CLOSE CADCONS.
           GOBACK.

       END PROGRAM CDCNSCHK.
