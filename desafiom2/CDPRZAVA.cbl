      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:PRAZO DA AVALIACAO - subprograma que consulta o
      *         calendario de avaliacoes CADCALAV (CDCALAVA) para o
      *         termo, a turma e a avaliacao (1 a 4) e diz em que
      *         ponto do calendario a data informada cai. A linha da
      *         turma vale no lugar da linha padrao do termo (turma em
      *         branco). Chamado pelo DESAFIOM2 e pelo CDNOTVAL na
      *         captura das notas e pelo CDATRNOT no relatorio de
      *         atrasos. Funcoes:
      *           C - consulta termo, turma, avaliacao e data;
      *           F - fecha o arquivo no fim do chamador.
      *         Retorno: L avaliacao sem calendario (ou sem CADCALAV),
      *         livre como sempre foi; A data antes da aplicacao da
      *         avaliacao; P dentro do prazo; T depois do prazo de
      *         lancamento, com os dias de atraso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPRZAVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCALAV ASSIGN TO
           "CADCALAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-CHAVE
           FILE STATUS IS PZA-FS-CALAV.

       DATA DIVISION.
       FILE SECTION.
       FD CADCALAV.
           COPY REGCALAV.

       WORKING-STORAGE SECTION.
       77 PZA-FS-CALAV                   PIC 99.
       77 PZA-CARREGADO                  PIC X(01) VALUE 'N'.
       77 PZA-ABERTO-CALAV               PIC X(01) VALUE 'N'.
       77 PZA-ACHADA                     PIC X(01) VALUE 'N'.
       77 PZA-INT-DATA                   PIC 9(07) VALUE ZEROS.
       77 PZA-INT-PRAZO                  PIC 9(07) VALUE ZEROS.
       77 PZA-TOTAL                      PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 PZA-FUNCAO                     PIC X(01).
       01 PZA-TERMO                      PIC X(06).
       01 PZA-TURMA                      PIC X(03).
       01 PZA-AVALIACAO                  PIC 9(01).
       01 PZA-DATA                       PIC 9(08).
       01 PZA-DT-APLICACAO               PIC 9(08).
       01 PZA-DT-PRAZO                   PIC 9(08).
       01 PZA-DIAS                       PIC 9(03).
       01 PZA-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING PZA-FUNCAO PZA-TERMO PZA-TURMA
           PZA-AVALIACAO PZA-DATA PZA-DT-APLICACAO PZA-DT-PRAZO
           PZA-DIAS PZA-RETORNO.

       0000-PRINCIPAL.
           EVALUATE PZA-FUNCAO
               WHEN 'C'
                   PERFORM 1000-CONSULTA
               WHEN 'F'
                   PERFORM 9000-FECHA
                   MOVE 'L' TO PZA-RETORNO
               WHEN OTHER
                   MOVE 'L' TO PZA-RETORNO
           END-EVALUATE.
           GOBACK.

       1000-CONSULTA.
           MOVE ZEROS TO PZA-DT-APLICACAO PZA-DT-PRAZO PZA-DIAS.
           MOVE 'L' TO PZA-RETORNO.
           IF PZA-CARREGADO NOT = 'S'
               PERFORM 1100-ABRE-ARQUIVO
           END-IF.
           IF PZA-ABERTO-CALAV = 'S'
               PERFORM 1200-PROCURA-LINHA
               IF PZA-ACHADA = 'S'
                   PERFORM 1300-SITUA-DATA
               END-IF
           END-IF.

      * o arquivo fica aberto entre as chamadas: o lote consulta uma
      * vez por nota lancada
       1100-ABRE-ARQUIVO.
           MOVE 'S' TO PZA-CARREGADO.
           OPEN INPUT CADCALAV.
           IF PZA-FS-CALAV = 0
               MOVE 'S' TO PZA-ABERTO-CALAV
           END-IF.

      * primeiro a linha propria da turma; sem ela, a padrao do termo
       1200-PROCURA-LINHA.
           MOVE 'N' TO PZA-ACHADA.
           IF PZA-TURMA NOT = SPACES
               MOVE PZA-TERMO     TO CA-TERMO
               MOVE PZA-TURMA     TO CA-TURMA
               MOVE PZA-AVALIACAO TO CA-AVALIACAO
               READ CADCALAV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO PZA-ACHADA
               END-READ
           END-IF.
           IF PZA-ACHADA NOT = 'S'
               MOVE PZA-TERMO     TO CA-TERMO
               MOVE SPACES        TO CA-TURMA
               MOVE PZA-AVALIACAO TO CA-AVALIACAO
               READ CADCALAV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO PZA-ACHADA
               END-READ
           END-IF.

      * o dia do prazo ainda esta no prazo; o atraso conta a partir
      * do dia seguinte
       1300-SITUA-DATA.
           MOVE CA-DT-APLICACAO TO PZA-DT-APLICACAO.
           MOVE CA-DT-PRAZO     TO PZA-DT-PRAZO.
           EVALUATE TRUE
               WHEN PZA-DATA < CA-DT-APLICACAO
                   MOVE 'A' TO PZA-RETORNO
               WHEN PZA-DATA > CA-DT-PRAZO
                   MOVE 'T' TO PZA-RETORNO
                   COMPUTE PZA-INT-DATA =
                       FUNCTION INTEGER-OF-DATE (PZA-DATA)
                   COMPUTE PZA-INT-PRAZO =
                       FUNCTION INTEGER-OF-DATE (CA-DT-PRAZO)
                   COMPUTE PZA-TOTAL = PZA-INT-DATA - PZA-INT-PRAZO
                   IF PZA-TOTAL > 999
                       MOVE 999 TO PZA-DIAS
                   ELSE
                       MOVE PZA-TOTAL TO PZA-DIAS
                   END-IF
               WHEN OTHER
                   MOVE 'P' TO PZA-RETORNO
           END-EVALUATE.

       9000-FECHA.
           IF PZA-ABERTO-CALAV = 'S'
               CLOSE CADCALAV
               MOVE 'N' TO PZA-ABERTO-CALAV
           END-IF.
           MOVE 'N' TO PZA-CARREGADO.

       END PROGRAM CDPRZAVA.
