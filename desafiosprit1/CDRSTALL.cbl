      *         linhas de dados - qualquer divergencia recusa aquele
      *         arquivo sem tocar o indexado, a mesma garantia do
      *         CDRSTUSR - e so a segunda passada recria o indexado.
      *         Linha de aluno de dump anterior a data de nascimento
      *         volta com AL-DT-NASC zerada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS MK-LINHA
           FILE STATUS IS WS-FS-SAIDA.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-SAIDA.

       DATA DIVISION.
       FILE SECTION.
       FD BKPMANIF.
       01 REG-MANIFESTO                   PIC X(60).

       FD ARQDUMP.
      * maior registro do conjunto e o CADPEND (853 bytes): a
      * linha de dump tem de caber ele inteiro com folga
       01 REG-DUMP                        PIC X(900).

       FD ARQ-NOTAS.
           COPY REGNOTA.

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD CADDOM.
           COPY REGDOM.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD CADREJMRK.
       01 REG-REJMARCA.
           03 MK-LINHA                   PIC 9(6).

       FD CADRESP.
           COPY REGRESP.

       WORKING-STORAGE SECTION.
       77 WS-FS-MANIF                    PIC 99.
       77 WS-FS-DUMP                     PIC 99.
                   OPEN OUTPUT CADREJMRK
                   PERFORM 2390-CARREGA-CADREJMRK UNTIL FIM-ARQDUMP
                   CLOSE CADREJMRK
               WHEN 'CADRESP'
                   OPEN OUTPUT CADRESP
                   PERFORM 2395-CARREGA-CADRESP UNTIL FIM-ARQDUMP
                   CLOSE CADRESP
               WHEN OTHER
                   DISPLAY 'ALVO DESCONHECIDO NO MANIFESTO: '
                       FUNCTION TRIM (WS-MF-NOME)
                       CONTINUE
                   ELSE
                       MOVE REG-DUMP TO REG-ALUNO
                       IF AL-DT-NASC NOT NUMERIC
                           MOVE ZEROS TO AL-DT-NASC
                       END-IF
                       WRITE REG-ALUNO
                           INVALID KEY
                               MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       2395-CARREGA-CADRESP.
           READ ARQDUMP
               AT END
                   MOVE 'S' TO WS-EOF-DUMP
               NOT AT END
                   IF REG-DUMP (1:2) = 'H;' OR REG-DUMP (1:2) = 'T;'
                       CONTINUE
                   ELSE
                       MOVE REG-DUMP TO REG-RESPONSAVEL
                       WRITE REG-RESPONSAVEL
                           INVALID KEY
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-CARREGADOS
                       END-WRITE
                   END-IF
           END-READ.

       2400-CONFERE-CARGA.
           IF WS-TOT-CARREGADOS = WS-CONTAGEM-TRAILER
               ADD 1 TO WS-TOT-RESTAURADOS
