      *                     recente) e o nome fisico e apontado daqui,
      *                     sem digitar caminho; sem catalogo vale o
      *                     DD_ARQBKP de antes.
      *   15/10/2026 CAN - backup anterior ao campo FD-DT-FIM-CONTRATO
      *                     recarrega com a data zerada.
      *   15/10/2026 CAN - backup anterior ao campo FD-DT-CONFIRMA
      *                     recarrega com a data de confirmacao zerada.
      *   15/10/2026 CAN - REG-BKP ampliado para 600 pelo nome social no
      *                     REGUSER; copias antigas chegam com o nome
      *                     social em branco.
      *   15/10/2026 CAN - backup anterior aos campos de devolucao de
      *                     email recarrega com o email valido e sem
      *                     devolucoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRSTUSR.
           COPY REGUSER.

       FD ARQBKP.
       01 REG-BKP                         PIC X(600).

       FD BKPCATAL.
       01 REG-CATALOGO                    PIC X(60).
                       CONTINUE
                   ELSE
                       MOVE REG-BKP TO REG-USER
      * backup anterior ao campo de fim de contrato volta sem data
                       IF FD-DT-FIM-CONTRATO IS NOT NUMERIC
                           MOVE ZEROS TO FD-DT-FIM-CONTRATO
                       END-IF
      * e sem data de confirmacao, se anterior a esse campo
                       IF FD-DT-CONFIRMA IS NOT NUMERIC
                           MOVE ZEROS TO FD-DT-CONFIRMA
                       END-IF
      * e sem devolucao de email, se anterior a esses campos
                       IF FD-DT-EMAIL-DEVOLVIDO IS NOT NUMERIC
                           MOVE SPACE TO FD-EMAIL-SITUACAO
                           MOVE ZEROS TO FD-DT-EMAIL-DEVOLVIDO
                       END-IF
                       IF FD-QTD-EMAIL-SOFT IS NOT NUMERIC
                           MOVE ZEROS TO FD-QTD-EMAIL-SOFT
                       END-IF
                       WRITE REG-USER
                           INVALID KEY
                               DISPLAY 'CHAVE DUPLICADA NA RECARGA: '
