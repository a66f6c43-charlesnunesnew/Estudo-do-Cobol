      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:GRAVACAO DE CONSENTIMENTO - subprograma unico que
      *         grava no CADCONS (layout REGCONS) a concessao (C) ou a
      *         revogacao (R) de um usuario para uma finalidade, com
      *         data, hora, canal e operador, e deixa a mudanca no
      *         historico CADCNSLG (layout REGCNSLG). Chamado pelo
      *         CDCLIE (cadastro e alteracao), pelo CDIMPUSR e pelo
      *         CDHRADMIT. Situacao igual a vigente nao e regravada nem
      *         vai para o historico. Os dois arquivos nascem na
      *         primeira gravacao.
      *         Retorno: S gravado / N sem mudanca / E erro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCNSGRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO
           "CADCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CHAVE
           FILE STATUS IS CNG-FS-CADCONS.

           SELECT CADCNSLG ASSIGN TO
           "CADCNSLG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CNG-FS-CADCNSLG.

       DATA DIVISION.
       FILE SECTION.
       FD CADCONS.
           COPY REGCONS.

       FD CADCNSLG.
           COPY REGCNSLG.

       WORKING-STORAGE SECTION.
       77 CNG-FS-CADCONS                 PIC 99.
       77 CNG-FS-CADCNSLG                PIC 99.
       77 CNG-SIT-ANTERIOR               PIC X(01) VALUE SPACE.
       77 CNG-EXISTE                     PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 CNG-CD-USER                    PIC 9(08).
       01 CNG-FINALIDADE                 PIC X(01).
       01 CNG-SITUACAO                   PIC X(01).
       01 CNG-CANAL                      PIC X(01).
       01 CNG-OPERADOR                   PIC 9(08).
       01 CNG-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING CNG-CD-USER CNG-FINALIDADE
               CNG-SITUACAO CNG-CANAL CNG-OPERADOR CNG-RETORNO.

       0000-PRINCIPAL.
           MOVE 'E' TO CNG-RETORNO.
           IF CNG-SITUACAO NOT = 'C' AND CNG-SITUACAO NOT = 'R'
               GOBACK
           END-IF.
           OPEN I-O CADCONS.
           IF CNG-FS-CADCONS = 35
               OPEN OUTPUT CADCONS
               CLOSE CADCONS
               OPEN I-O CADCONS
           END-IF.
           IF CNG-FS-CADCONS NOT = 0
               GOBACK
           END-IF.

           MOVE SPACE TO CNG-SIT-ANTERIOR.
           MOVE 'N' TO CNG-EXISTE.
           MOVE CNG-CD-USER    TO CS-CD-USER.
           MOVE CNG-FINALIDADE TO CS-FINALIDADE.
           READ CADCONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CNG-EXISTE
                   MOVE CS-SITUACAO TO CNG-SIT-ANTERIOR
           END-READ.

           IF CNG-SIT-ANTERIOR = CNG-SITUACAO
               MOVE 'N' TO CNG-RETORNO
           ELSE
               PERFORM 1000-GRAVA-CONSENTIMENTO
           END-IF.
           CLOSE CADCONS.
           GOBACK.

       1000-GRAVA-CONSENTIMENTO.
           MOVE CNG-CD-USER    TO CS-CD-USER.
           MOVE CNG-FINALIDADE TO CS-FINALIDADE.
           MOVE CNG-SITUACAO   TO CS-SITUACAO.
           ACCEPT CS-DATA FROM DATE YYYYMMDD.
           ACCEPT CS-HORA FROM TIME.
           MOVE CNG-CANAL      TO CS-CANAL.
           MOVE CNG-OPERADOR   TO CS-OPERADOR.
           IF CNG-EXISTE = 'S'
               REWRITE REG-CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO CNG-RETORNO
               END-REWRITE
           ELSE
               WRITE REG-CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO CNG-RETORNO
               END-WRITE
           END-IF.
           IF CNG-RETORNO = 'S'
               PERFORM 1100-GRAVA-HISTORICO
           END-IF.

       1100-GRAVA-HISTORICO.
           OPEN EXTEND CADCNSLG.
           IF CNG-FS-CADCNSLG = 35
               OPEN OUTPUT CADCNSLG
               CLOSE CADCNSLG
               OPEN EXTEND CADCNSLG
           END-IF.
           MOVE CS-DATA          TO CL-DATA.
           MOVE CS-HORA          TO CL-HORA.
           MOVE CS-CD-USER       TO CL-CD-USER.
           MOVE CS-FINALIDADE    TO CL-FINALIDADE.
           MOVE CNG-SIT-ANTERIOR TO CL-SIT-ANTERIOR.
           MOVE CS-SITUACAO      TO CL-SIT-NOVA.
           MOVE CS-CANAL         TO CL-CANAL.
           MOVE CS-OPERADOR      TO CL-OPERADOR.
           WRITE REG-CNSLOG.
           CLOSE CADCNSLG.

       END PROGRAM CDCNSGRV.
