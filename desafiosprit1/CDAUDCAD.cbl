      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ENCADEAMENTO DA LINHA DE AUDITORIA - subprograma
      *         chamado por todo programa que grava no CADAUD logo
      *         antes do WRITE REG-AUDITORIA. Le no arquivo de
      *         controle CADAUDCK (layout REGAUDCK) a sequencia e o
      *         valor de conferencia da ultima linha gravada, numera
      *         a linha nova (AU-SEQUENCIA), calcula o valor dela pelo
      *         CDAUDHSH (AU-CONFERENCIA) e regrava o controle. O
      *         CADAUD e texto e qualquer um com acesso ao servidor o
      *         edita; com a cadeia o CDAUDVER aponta linha alterada,
      *         tirada ou fora de ordem. Sem o CADAUDCK a cadeia
      *         comeca na sequencia 1 a partir do valor zero. O
      *         controle nao entra no fechamento mensal do CDAUDMES e
      *         a cadeia segue do CADAUD.AAAAMM para o CADAUD novo.
      *         Toda linha gravada aqui sai marcada com o layout atual
      *         (AU-LAYOUT 2), de codigos de 8 digitos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAUDCAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUDCK ASSIGN TO
           "CADAUDCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAC-FS-CADAUDCK.

       DATA DIVISION.
       FILE SECTION.
       FD CADAUDCK.
           COPY REGAUDCK.

       WORKING-STORAGE SECTION.
       77 CAC-FS-CADAUDCK                PIC 99.
       77 CAC-SEQ-ANTERIOR               PIC 9(09) VALUE ZEROS.
       77 CAC-CONF-ANTERIOR              PIC 9(15) VALUE ZEROS.
       77 CAC-CONF-NOVA                  PIC 9(15) VALUE ZEROS.
       77 CAC-SEQ-ABERTURA               PIC 9(09) VALUE ZEROS.
       77 CAC-CONF-ABERTURA              PIC 9(15) VALUE ZEROS.

       LINKAGE SECTION.
           COPY REGAUD.

       PROCEDURE DIVISION USING REG-AUDITORIA.

       0000-PRINCIPAL.
           PERFORM 1000-LE-CONTROLE.
           ADD 1 CAC-SEQ-ANTERIOR GIVING AU-SEQUENCIA.
           MOVE '2' TO AU-LAYOUT.
           CALL 'CDAUDHSH' USING CAC-CONF-ANTERIOR REG-AUDITORIA
               CAC-CONF-NOVA.
           MOVE CAC-CONF-NOVA TO AU-CONFERENCIA.
           PERFORM 2000-GRAVA-CONTROLE.
           GOBACK.

      * controle ausente ou ilegivel recomeca a cadeia do zero; o
      * CDAUDVER acusa a volta da sequencia
       1000-LE-CONTROLE.
           MOVE ZEROS TO CAC-SEQ-ANTERIOR CAC-CONF-ANTERIOR
                         CAC-SEQ-ABERTURA CAC-CONF-ABERTURA.
           OPEN INPUT CADAUDCK.
           IF CAC-FS-CADAUDCK = 0
               READ CADAUDCK
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AK-SEQUENCIA IS NUMERIC AND
                          AK-CONFERENCIA IS NUMERIC
                           MOVE AK-SEQUENCIA   TO CAC-SEQ-ANTERIOR
                           MOVE AK-CONFERENCIA TO CAC-CONF-ANTERIOR
                       END-IF
                       IF AK-SEQ-ABERTURA IS NUMERIC AND
                          AK-CONF-ABERTURA IS NUMERIC
                           MOVE AK-SEQ-ABERTURA  TO CAC-SEQ-ABERTURA
                           MOVE AK-CONF-ABERTURA TO CAC-CONF-ABERTURA
                       END-IF
               END-READ
               CLOSE CADAUDCK
           END-IF.

       2000-GRAVA-CONTROLE.
           OPEN OUTPUT CADAUDCK.
           IF CAC-FS-CADAUDCK = 0
               MOVE AU-SEQUENCIA   TO AK-SEQUENCIA
               MOVE AU-CONFERENCIA TO AK-CONFERENCIA
               MOVE AU-DATA        TO AK-DATA
               MOVE AU-HORA        TO AK-HORA
               MOVE CAC-SEQ-ABERTURA  TO AK-SEQ-ABERTURA
               MOVE CAC-CONF-ABERTURA TO AK-CONF-ABERTURA
               WRITE REG-AUDCTL
               CLOSE CADAUDCK
           END-IF.

       END PROGRAM CDAUDCAD.
