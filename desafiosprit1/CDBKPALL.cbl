      * Purpose:BACKUP DO PARQUE COMPLETO - o CDBKPUSR protege so o
      *         CADUSER; um problema de disco levaria BOLETIM,
      *         CADALUNO, CADMAT, CADSEN, CADPEND, CADCTRL, CADDOM,
      *         CADDEPT, CADREJMRK e CADRESP sem caminho de volta. Este
      *         job
      *         descarrega cada um desses mestres indexados para um
      *         sequencial datado proprio (NOME.BKP.AAAAMMDD, via
      *         DD_ARQDUMP), com cabecalho 'H' e trailer 'T' com a
           RECORD KEY IS MK-LINHA
           FILE STATUS IS WS-FS-ENTRADA.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-ENTRADA.

           SELECT ARQDUMP ASSIGN TO
           "ARQDUMP"
           ORGANIZATION IS LINE SEQUENTIAL

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

       FD ARQDUMP.
      * maior registro do conjunto e o CADPEND (853 bytes): a
      * linha de dump tem de caber ele inteiro com folga
       01 REG-DUMP                        PIC X(900).

       FD BKPMANIF.
       01 REG-MANIFESTO                   PIC X(60).
           PERFORM 2700-DUMP-CADDOM.
           PERFORM 2800-DUMP-CADDEPT.
           PERFORM 2850-DUMP-CADREJMRK.
           PERFORM 2870-DUMP-CADRESP.
           PERFORM 3000-RODAPE.
           GOBACK.

                   ADD 1 TO WS-CONTAGEM
           END-READ.

       2870-DUMP-CADRESP.
           MOVE 'CADRESP' TO WS-NOME-ARQ.
           OPEN INPUT CADRESP.
           IF WS-FS-ENTRADA NOT = 0
               PERFORM 8300-MARCA-AUSENTE
           ELSE
               PERFORM 8000-ABRE-DUMP
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM 2880-LE-CADRESP UNTIL FIM-ARQUIVO
               CLOSE CADRESP
               PERFORM 8100-FECHA-DUMP
           END-IF.

       2880-LE-CADRESP.
           READ CADRESP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ARQ
               NOT AT END
                   MOVE REG-RESPONSAVEL TO REG-DUMP
                   WRITE REG-DUMP
                   ADD 1 TO WS-CONTAGEM
           END-READ.

       3000-RODAPE.
           CLOSE BKPMANIF.
           DISPLAY '---------------------------------------------'.
