      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:SITUACAO DO ONLINE - subprograma que le e grava o
      *         registro SISONL (layout REGSISON) que coordena as telas
      *         de manutencao com o lote noturno. Funcoes:
      *           C - consulta: devolve a situacao (A/L/F), o passo que
      *               a impos e se a gravacao esta liberada (S/N), com
      *               o codigo e o texto do aviso quando nao estiver;
      *           V - verifica antes de gravar: como a consulta, e na
      *               recusa exibe a faixa e a caixa do FORMERRO (que
      *               anota a recusa no ERRLOG para o CDSAUDE contar);
      *           G - grava a situacao e o passo informados (CDBATCH).
      *         Programa rodando dentro do proprio lote
      *         (ONLINE_LOTE=S, publicado pelo CDBATCH) sempre grava:
      *         e o dono da janela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDONLINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SISONL ASSIGN TO
           "SISONL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CON-FS-SISONL.

       DATA DIVISION.
       FILE SECTION.
       FD SISONL.
           COPY REGSISON.

       WORKING-STORAGE SECTION.
       77 CON-FS-SISONL                  PIC 99.
       77 CON-LOTE                       PIC X(01) VALUE SPACE.
        88 CON-DENTRO-DO-LOTE            VALUE 'S'.
       77 CON-STREAM                     PIC X(08) VALUE SPACES.
       77 CON-MENSAGEM                   PIC X(50) VALUE SPACES.
       77 CON-ERRO-L1                    PIC X(50).
       77 CON-ERRO-L2                    PIC X(50).
       77 CON-ERRO-L3                    PIC X(50).
       77 CON-MSGCOD                     PIC X(07) VALUE SPACES.

       LINKAGE SECTION.
       77 CON-FUNCAO                     PIC X(01).
       77 CON-SITUACAO                   PIC X(01).
       77 CON-PASSO                      PIC X(12).
       77 CON-LIBERADO                   PIC X(01).
       77 CON-CODIGO                     PIC X(07).
       77 CON-AVISO                      PIC X(50).

       PROCEDURE DIVISION USING CON-FUNCAO CON-SITUACAO CON-PASSO
           CON-LIBERADO CON-CODIGO CON-AVISO.

       0000-PRINCIPAL.
           IF CON-FUNCAO = 'G'
               PERFORM 2000-GRAVA-SITUACAO
           ELSE
               PERFORM 1000-LE-SITUACAO
               PERFORM 1100-MONTA-RESPOSTA
               IF CON-FUNCAO = 'V' AND CON-LIBERADO = 'N'
                   PERFORM 3000-EXIBE-RECUSA
               END-IF
           END-IF.
           GOBACK.

      * sem o arquivo (nenhum lote rodou ainda) o online esta aberto
       1000-LE-SITUACAO.
           MOVE SPACES TO REG-SITONLINE.
           MOVE 'A' TO SO-SITUACAO.
           OPEN INPUT SISONL.
           IF CON-FS-SISONL = 0
               READ SISONL
                   AT END
                       MOVE SPACES TO REG-SITONLINE
                       MOVE 'A' TO SO-SITUACAO
               END-READ
               CLOSE SISONL
           END-IF.
           IF SITONL-ABERTO
               MOVE 'A' TO SO-SITUACAO
           END-IF.

       1100-MONTA-RESPOSTA.
           MOVE SO-SITUACAO TO CON-SITUACAO.
           MOVE SO-PASSO    TO CON-PASSO.
           MOVE SPACES      TO CON-CODIGO.
           MOVE SPACES      TO CON-AVISO.
           MOVE SPACE TO CON-LOTE.
           ACCEPT CON-LOTE FROM ENVIRONMENT "ONLINE_LOTE".
           IF SITONL-ABERTO OR CON-DENTRO-DO-LOTE
               MOVE 'S' TO CON-LIBERADO
           ELSE
               MOVE 'N' TO CON-LIBERADO
               IF SITONL-LEITURA
                   MOVE 'ONL0001' TO CON-CODIGO
                   STRING 'ONLINE SOMENTE LEITURA - LOTE NO PASSO '
                          DELIMITED BY SIZE
                          SO-PASSO DELIMITED BY SPACE
                     INTO CON-AVISO
                   END-STRING
               ELSE
                   MOVE 'ONL0002' TO CON-CODIGO
                   STRING 'ONLINE FECHADO - LOTE NO PASSO '
                          DELIMITED BY SIZE
                          SO-PASSO DELIMITED BY SPACE
                     INTO CON-AVISO
                   END-STRING
               END-IF
           END-IF.

      * uma linha so, regravada inteira; a stream vem do CDBATCH
       2000-GRAVA-SITUACAO.
           MOVE SPACES TO CON-STREAM.
           ACCEPT CON-STREAM FROM ENVIRONMENT "BATCH_STREAM".
           MOVE SPACES        TO REG-SITONLINE.
           MOVE CON-SITUACAO  TO SO-SITUACAO.
           MOVE CON-PASSO     TO SO-PASSO.
           MOVE CON-STREAM    TO SO-STREAM.
           ACCEPT SO-DATA FROM DATE YYYYMMDD.
           ACCEPT SO-HORA FROM TIME.
           OPEN OUTPUT SISONL.
           IF CON-FS-SISONL = 0
               WRITE REG-SITONLINE
               CLOSE SISONL
               MOVE 'S' TO CON-LIBERADO
           ELSE
               DISPLAY 'SISONL NAO GRAVADO - STATUS ' CON-FS-SISONL
               MOVE 'N' TO CON-LIBERADO
           END-IF.

      * a faixa diz o que esta acontecendo; a caixa do FORMERRO traz o
      * codigo que o operador cita ao suporte e anota a recusa
       3000-EXIBE-RECUSA.
           DISPLAY '============================================='.
           DISPLAY '   ' CON-AVISO.
           DISPLAY '============================================='.
           MOVE 'GRAVACAO SUSPENSA DURANTE O PROCESSAMENTO EM LOTE'
             TO CON-MENSAGEM.
           MOVE CON-CODIGO TO CON-MSGCOD.
           CALL 'FORMERRO' USING CON-MENSAGEM CON-ERRO-L1 CON-ERRO-L2
               CON-ERRO-L3 CON-MSGCOD.
           DISPLAY CON-ERRO-L1.
           DISPLAY CON-ERRO-L2.
           DISPLAY CON-ERRO-L3.

       END PROGRAM CDONLINE.
