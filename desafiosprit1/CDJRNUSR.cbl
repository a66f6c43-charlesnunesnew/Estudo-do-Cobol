      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:JORNAL DE RECUPERACAO DO CADUSER - subprograma chamado
      *         por todo programa que grava no CADUSER logo depois do
      *         WRITE, REWRITE ou DELETE bem-sucedido. Acrescenta ao
      *         JRNUSR (layout REGJRN) a data, a hora, a operacao
      *         (I inclusao / A alteracao / E exclusao), o programa e
      *         a imagem completa do registro. O CADAUD guarda so parte
      *         do registro e nao reconstroi o cadastro; com o jornal
      *         o CDRECUSR refaz o dia sobre o backup da noite. Sem o
      *         JRNUSR (antes do primeiro backup) o arquivo e criado
      *         aqui, sem cabecalho.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDJRNUSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNUSR ASSIGN TO
           "JRNUSR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CJR-FS-JRNUSR.

       DATA DIVISION.
       FILE SECTION.
       FD JRNUSR.
           COPY REGJRN.

       WORKING-STORAGE SECTION.
       77 CJR-FS-JRNUSR                  PIC 99.

       LINKAGE SECTION.
       77 CJR-OPERACAO                   PIC X(01).
       77 CJR-PROGRAMA                   PIC X(10).
           COPY REGUSER.

       PROCEDURE DIVISION USING CJR-OPERACAO CJR-PROGRAMA REG-USER.

       0000-PRINCIPAL.
           OPEN EXTEND JRNUSR.
           IF CJR-FS-JRNUSR = 35
               OPEN OUTPUT JRNUSR
           END-IF.
           IF CJR-FS-JRNUSR = 0
               MOVE SPACES TO REG-JORNAL
               ACCEPT JR-DATA FROM DATE YYYYMMDD
               ACCEPT JR-HORA FROM TIME
               MOVE CJR-OPERACAO TO JR-OPERACAO
               MOVE CJR-PROGRAMA TO JR-PROGRAMA
               MOVE REG-USER     TO JR-IMAGEM
               WRITE REG-JORNAL
               CLOSE JRNUSR
           END-IF.
           GOBACK.

       END PROGRAM CDJRNUSR.
