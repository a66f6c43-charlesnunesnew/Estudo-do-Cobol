      *                     em vez de confiar na variavel de ambiente,
      *                     acabando com o risco de apontar errado e
      *                     sobrescrever o unico backup bom.
      *   15/10/2026 CAN - REG-BKP ampliado para 600 pelo nome social no
      *                     REGUSER.
      *   15/10/2026 CAN - backup concluido zera o jornal de recuperacao
      *                     JRNUSR com o cabecalho da geracao, ponto de
      *                     partida do CDRECUSR.
      *   15/10/2026 CAN - BKP_GERACOES lido pelo CDPARAM (cadastro
      *                     CADPARAM, variavel de ambiente por cima).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBKPUSR.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATALOGO.

           SELECT JRNUSR ASSIGN TO
           "JRNUSR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JRNUSR.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY REGUSER.

       FD ARQBKP.
       01 REG-BKP                         PIC X(600).

       FD BKPCATAL.
       01 REG-CATALOGO                    PIC X(60).

       FD JRNUSR.
           COPY REGJRN.

       WORKING-STORAGE SECTION.
       77 WS-CADUSER-PATH                PIC X(100) VALUE SPACES.
       77 WS-FS-CADUSER                  PIC 99.
       77 WS-TOT-DESCARREGADOS           PIC 9(06) VALUE ZEROS.

       77 WS-FS-CATALOGO                 PIC 99.
       77 WS-FS-JRNUSR                   PIC 99.
       77 WS-EOF-CAT                     PIC X VALUE 'N'.
        88 FIM-CATALOGO                  VALUE 'S'.
       77 WS-GERACOES                    PIC 9(02) VALUE 7.

           COPY MASCARAS.

      * area de chamada do CDPARAM (parametros do sistema)
           COPY REGPARAM.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
               WRITE REG-BKP
               CLOSE ARQBKP
               PERFORM 4000-ATUALIZA-CATALOGO
               PERFORM 5000-ZERA-JORNAL
               DISPLAY '============================================='
               DISPLAY 'BACKUP DO CADUSER CONCLUIDO EM '
                   FUNCTION TRIM (WS-NOME-BKP)
      * conferido na propria gravacao); passando de BKP_GERACOES
      * (padrao 7) a mais velha e apagada do disco e do catalogo
       4000-ATUALIZA-CATALOGO.
           MOVE 'BKP_GERACOES' TO PR-NOME.
           PERFORM 9800-LE-PARAMETRO.
           MOVE PR-VALOR TO WS-PARM-TEXTO.
           IF WS-PARM-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (WS-PARM-TEXTO) = 0
               MOVE FUNCTION NUMVAL (WS-PARM-TEXTO)
           MOVE WS-GERACAO (WS-IX-GER) TO REG-CATALOGO.
           WRITE REG-CATALOGO.

      * com o backup conferido e catalogado o jornal de recuperacao
      * recomeca: o cabecalho H diz sobre qual geracao as linhas que
      * vierem depois devem ser reaplicadas pelo CDRECUSR
       5000-ZERA-JORNAL.
           OPEN OUTPUT JRNUSR.
           IF WS-FS-JRNUSR NOT = 0
               DISPLAY 'ERRO AO ZERAR O JORNAL JRNUSR - STATUS '
                   WS-FS-JRNUSR
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REG-JORNAL
               MOVE WS-DT-ATUAL TO JR-DATA
               ACCEPT JR-HORA FROM TIME
               MOVE 'H' TO JR-OPERACAO
               MOVE 'CDBKPUSR' TO JR-PROGRAMA
               MOVE WS-NOME-BKP TO JR-BKP-FISICO
               MOVE WS-TOT-DESCARREGADOS TO JR-BKP-CONTAGEM
               WRITE REG-JORNAL
               CLOSE JRNUSR
               DISPLAY 'JORNAL JRNUSR ZERADO PARA A GERACAO '
                   FUNCTION TRIM (WS-NOME-BKP)
           END-IF.

      * parametro do sistema pelo CDPARAM: variavel de ambiente,
      * cadastro CADPARAM ou, em branco, o padrao deste programa
       9800-LE-PARAMETRO.
           MOVE 'CDBKPUSR' TO PR-PROGRAMA.
           MOVE SPACES TO PR-VALOR.
           CALL 'CDPARAM' USING REG-PARAMETRO.

       9999-FINALIZAR.
           IF WS-FS-CADUSER NOT = 35
               CLOSE CADUSER
