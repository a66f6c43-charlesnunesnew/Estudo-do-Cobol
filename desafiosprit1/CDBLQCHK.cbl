      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:BLOQUEIO LEGAL DO USUARIO - subprograma que responde se
      *         um usuario esta retido por processo judicial ou
      *         administrativo no cadastro CADBLQLG (layout REGBLQLG,
      *         mantido pelo CDBLQMNT). Usuario retido nao pode ser
      *         arquivado (CDARQUIVA), anonimizado (CDLGPD), ter linhas
      *         expurgadas (CDLIMPEZA), ser fundido (CDMERGE) nem
      *         desligado pelo lote do RH (CDHRBAIXA); a consulta do
      *         CDCLIE mostra o aviso. O cadastro e lido a cada chamada
      *         para que um bloqueio incluido agora valha na hora.
      *         Retorno: S retido / N livre; com retido devolve o numero
      *         do primeiro processo ativo. Sem o CADBLQLG ninguem esta
      *         retido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBLQCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBLQLG ASSIGN TO
           "CADBLQLG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-CHAVE
           FILE STATUS IS CBL-FS-CADBLQLG.

       DATA DIVISION.
       FILE SECTION.
       FD CADBLQLG.
           COPY REGBLQLG.

       WORKING-STORAGE SECTION.
       77 CBL-FS-CADBLQLG                PIC 99.
       77 CBL-EOF-BLQLG                  PIC X VALUE 'N'.
        88 CBL-FIM-BLQLG                 VALUE 'S'.

       LINKAGE SECTION.
       01 CBL-CD-USER                    PIC 9(08).
       01 CBL-RETORNO                    PIC X(01).
       01 CBL-PROCESSO                   PIC X(20).

       PROCEDURE DIVISION USING CBL-CD-USER CBL-RETORNO CBL-PROCESSO.

       0000-PRINCIPAL.
           MOVE 'N'    TO CBL-RETORNO.
           MOVE SPACES TO CBL-PROCESSO.
           MOVE 'N'    TO CBL-EOF-BLQLG.
           OPEN INPUT CADBLQLG.
           IF CBL-FS-CADBLQLG NOT = 0
               GOBACK
           END-IF.
           MOVE CBL-CD-USER TO BL-CD-USER.
           MOVE LOW-VALUES  TO BL-PROCESSO.
           START CADBLQLG KEY IS GREATER THAN OR EQUAL TO BL-CHAVE
               INVALID KEY
                   MOVE 'S' TO CBL-EOF-BLQLG
           END-START.
           PERFORM 1000-LE-BLOQUEIO
               UNTIL CBL-FIM-BLQLG OR CBL-RETORNO = 'S'.
           CLOSE CADBLQLG.
           GOBACK.

       1000-LE-BLOQUEIO.
           READ CADBLQLG NEXT RECORD
               AT END
                   MOVE 'S' TO CBL-EOF-BLQLG
               NOT AT END
                   IF BL-CD-USER NOT = CBL-CD-USER
                       MOVE 'S' TO CBL-EOF-BLQLG
                   ELSE
                       IF BLOQUEIO-ATIVO
                           MOVE 'S'         TO CBL-RETORNO
                           MOVE BL-PROCESSO TO CBL-PROCESSO
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM CDBLQCHK.
