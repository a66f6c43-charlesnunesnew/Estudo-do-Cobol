      *         faxina toda linha que sobrou no CADREJ e pendente.
      *         Imprime o que limpou.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 CAN - linha do CADREJ de usuario com bloqueio legal
      *                     ativo (CDBLQCHK) nao e arquivada: fica no
      *                     CADREJ, sai no relatorio como RETIDO POR
      *                     BLOQUEIO LEGAL e, se ja reprocessada, a
      *                     marca e regravada no CADREJMRK com a posicao
      *                     nova.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - REJ_RETENCAO lido pelo CDPARAM (cadastro
      *                     CADPARAM, variavel de ambiente por cima).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDLIMPEZA.

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

       77 WS-TOT-REJ-LIDAS               PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJ-ARQUIVADAS          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJ-MANTIDAS            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJ-RETIDAS             PIC 9(06) VALUE ZEROS.

      * bloqueio legal do usuario da linha (CDBLQCHK); linha ja
      * reprocessada que fica retida guarda a marca com o numero novo
       77 WS-BLQ-RETORNO                 PIC X(01) VALUE SPACE.
        88 USUARIO-RETIDO                VALUE 'S'.
       77 WS-BLQ-PROCESSO                PIC X(20) VALUE SPACES.
       77 WS-LINHA-MARCADA               PIC X VALUE 'N'.
       77 WS-IX-MARCA                    PIC 9(04) VALUE ZEROS.
       01 WS-TAB-MARCAS-RETIDAS.
           03 WS-QTD-MARCAS              PIC 9(04) VALUE ZEROS.
           03 WS-MARCA-RETIDA OCCURS 1000 TIMES
                                         PIC 9(06).

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
               MOVE "C:\COBOL\DESAFIO" TO WS-CADUSER-PATH
           END-IF.

           MOVE 'REJ_RETENCAO' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
                   ADD 1 TO WS-LINHA-NUM
                   ADD 1 TO WS-TOT-REJ-LIDAS
                   PERFORM 4200-DECIDE-DESTINO
                   IF WS-LINHA-VAI = 'S'
                       PERFORM 4300-CONFERE-BLOQUEIO
                   END-IF
                   IF WS-LINHA-VAI = 'S'
                       ADD 1 TO WS-TOT-REJ-ARQUIVADAS
                       MOVE REG-REJEICAO TO REG-REJARC

       4200-DECIDE-DESTINO.
           MOVE 'N' TO WS-LINHA-VAI.
           MOVE 'N' TO WS-LINHA-MARCADA.
           MOVE WS-LINHA-NUM TO MK-LINHA.
           READ CADREJMRK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-LINHA-VAI
                   MOVE 'S' TO WS-LINHA-MARCADA
           END-READ.
           IF WS-LINHA-VAI NOT = 'S' AND
              RJ-DATA IS NUMERIC AND RJ-DATA NOT = SPACES
               END-IF
           END-IF.

      * linha de usuario sob bloqueio legal nao sai do CADREJ; se ja
      * era reprocessada a marca volta com a posicao que a linha vai
      * ocupar no CADREJ regravado
       4300-CONFERE-BLOQUEIO.
           IF RJ-CD-USER IS NUMERIC AND RJ-CD-USER NOT = ZEROS
               CALL 'CDBLQCHK' USING RJ-CD-USER WS-BLQ-RETORNO
                   WS-BLQ-PROCESSO
               IF USUARIO-RETIDO
                   MOVE 'N' TO WS-LINHA-VAI
                   ADD 1 TO WS-TOT-REJ-RETIDAS
                   DISPLAY 'RETIDO POR BLOQUEIO LEGAL: ' RJ-CD-USER
                       ' LINHA ' WS-LINHA-NUM ' DO CADREJ'
                   IF WS-LINHA-MARCADA = 'S' AND
                      WS-QTD-MARCAS < 1000
                       ADD 1 TO WS-QTD-MARCAS
                       COMPUTE WS-MARCA-RETIDA (WS-QTD-MARCAS) =
                           WS-TOT-REJ-MANTIDAS + 1
                   END-IF
               END-IF
           END-IF.

       4500-DEVOLVE-CADREJ.
           OPEN OUTPUT CADREJ.
           OPEN INPUT LIMPTMP.

      * tudo que era reprocessado foi arquivado, entao o CADREJ que
      * sobrou so tem pendentes e as marcas recomecam vazias com a
      * numeracao nova das linhas - menos as das linhas reprocessadas
      * retidas por bloqueio legal
       4600-RECRIA-MARCAS.
           OPEN OUTPUT CADREJMRK.
           PERFORM 4610-GRAVA-MARCA
               VARYING WS-IX-MARCA FROM 1 BY 1
               UNTIL WS-IX-MARCA > WS-QTD-MARCAS.
           CLOSE CADREJMRK.

       4610-GRAVA-MARCA.
           MOVE WS-MARCA-RETIDA (WS-IX-MARCA) TO MK-LINHA.
           WRITE REG-REJMARCA
               INVALID KEY
                   CONTINUE
           END-WRITE.

       5000-RODAPE.
           DISPLAY '============================================='.
           DISPLAY 'FAXINA DOS ARQUIVOS AUXILIARES CONCLUIDA'.
               FUNCTION TRIM (WS-NOME-REJARC) ': ' WS-MSK-QTD.
           MOVE WS-TOT-REJ-MANTIDAS TO WS-MSK-QTD.
           DISPLAY 'MANTIDAS NO CADREJ.......: ' WS-MSK-QTD.
           MOVE WS-TOT-REJ-RETIDAS TO WS-MSK-QTD.
           DISPLAY 'RETIDAS BLOQUEIO LEGAL...: ' WS-MSK-QTD.
           DISPLAY '============================================='.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDLIMPEZA' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-CADUSER = 0 OR WS-FS-CADUSER = 10
               CLOSE CADUSER
