      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:AULAS PREVISTAS PELA GRADE HORARIA - subprograma que
      *         calcula quantas aulas de uma materia a turma ja teve no
      *         termo: as aulas por dia da semana da grade horaria
      *         CADHORAR (CDHORAR) vezes os dias do termo no CADTERMO,
      *         do inicio ate hoje (ou ate o fim do termo, se ja
      *         passou), descontados os feriados e recessos escolares
      *         do arquivo FERIESC. Chamado pelo DESAFIOM2 para propor
      *         as aulas dadas e pelo CDHORAR. Funcoes:
      *           C - calcula para termo, turma e materia;
      *           F - fecha os arquivos no fim do chamador.
      *         Retorno: S calculado; N materia sem aula na grade da
      *         turma (ou sem CADHORAR); T termo fora do CADTERMO ou
      *         com datas invalidas.
      *         FERIESC e texto, uma linha por feriado ou recesso:
      *           AAAAMMDD;AAAAMMDD;DESCRICAO
      *         com a segunda data (fim do recesso) opcional.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAULPRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHORAR ASSIGN TO
           "CADHORAR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HO-CHAVE
           ALTERNATE RECORD KEY IS HO-CHAVE-PROF
           FILE STATUS IS APV-FS-HORAR.

           SELECT CADTERMO ASSIGN TO
           "CADTERMO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS APV-FS-TERMO.

           SELECT FERIESC ASSIGN TO
           "FERIESC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APV-FS-FERIESC.

       DATA DIVISION.
       FILE SECTION.
       FD CADHORAR.
           COPY REGHORA.

       FD CADTERMO.
           COPY REGTERMO.

       FD FERIESC.
       01 REG-FERIADO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 APV-FS-HORAR                   PIC 99.
       77 APV-FS-TERMO                   PIC 99.
       77 APV-FS-FERIESC                 PIC 99.
       77 APV-CARREGADO                  PIC X(01) VALUE 'N'.
       77 APV-ABERTO-HORAR               PIC X(01) VALUE 'N'.
       77 APV-ABERTO-TERMO               PIC X(01) VALUE 'N'.
       77 APV-EOF                        PIC X(01) VALUE 'N'.

      * feriados e recessos escolares, lidos uma vez do FERIESC
       01 APV-TAB-FERIADOS.
           03 APV-QTD-FERIADOS           PIC 9(03) VALUE ZEROS.
           03 APV-FERIADO OCCURS 100 TIMES.
               05 APV-FER-INICIO         PIC 9(08).
               05 APV-FER-FIM            PIC 9(08).
       77 APV-IX-FER                     PIC 9(03) VALUE ZEROS.
       01 APV-LINHA-FERIADO.
           03 APV-LF-INICIO              PIC X(08).
           03 APV-LF-FIM                 PIC X(08).
           03 APV-LF-DESCRICAO           PIC X(60).

      * aulas da materia em cada dia da semana (1 domingo a 7 sabado)
       01 APV-TAB-SEMANA.
           03 APV-AULAS-DIA OCCURS 7 TIMES
                                         PIC 9(02).
       77 APV-AULAS-SEMANA               PIC 9(03) VALUE ZEROS.

       77 APV-TERMO-ATUAL                PIC X(06) VALUE SPACES.
       77 APV-DT-INICIO                  PIC 9(08) VALUE ZEROS.
       77 APV-DT-FIM                     PIC 9(08) VALUE ZEROS.
       77 APV-DT-HOJE                    PIC 9(08) VALUE ZEROS.
       77 APV-INT-INICIO                 PIC 9(07) VALUE ZEROS.
       77 APV-INT-FIM                    PIC 9(07) VALUE ZEROS.
       77 APV-INT-DIA                    PIC 9(07) VALUE ZEROS.
       77 APV-DT-DIA                     PIC 9(08) VALUE ZEROS.
       77 APV-DIA-SEMANA                 PIC 9(01) VALUE ZEROS.
       77 APV-E-FERIADO                  PIC X(01) VALUE 'N'.
       77 APV-TOTAL                      PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 APV-FUNCAO                     PIC X(01).
       01 APV-TERMO                      PIC X(06).
       01 APV-TURMA                      PIC X(03).
       01 APV-MATERIA                    PIC X(06).
       01 APV-AULAS                      PIC 9(03).
       01 APV-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING APV-FUNCAO APV-TERMO APV-TURMA
           APV-MATERIA APV-AULAS APV-RETORNO.

       0000-PRINCIPAL.
           EVALUATE APV-FUNCAO
               WHEN 'C'
                   PERFORM 1000-CALCULA
               WHEN 'F'
                   PERFORM 9000-FECHA
                   MOVE 'S' TO APV-RETORNO
               WHEN OTHER
                   MOVE 'N' TO APV-RETORNO
           END-EVALUATE.
           GOBACK.

       1000-CALCULA.
           MOVE ZEROS TO APV-AULAS.
           IF APV-CARREGADO NOT = 'S'
               PERFORM 1100-ABRE-ARQUIVOS
           END-IF.
           PERFORM 1200-CONFERE-TERMO.
           IF APV-RETORNO = 'S'
               PERFORM 1300-AULAS-DA-SEMANA
           END-IF.
           IF APV-RETORNO = 'S'
               PERFORM 1400-CONTA-DIAS
           END-IF.

      * os arquivos ficam abertos entre as chamadas: o DESAFIOM2
      * calcula uma vez por materia lancada
       1100-ABRE-ARQUIVOS.
           MOVE 'S' TO APV-CARREGADO.
           OPEN INPUT CADHORAR.
           IF APV-FS-HORAR = 0
               MOVE 'S' TO APV-ABERTO-HORAR
           END-IF.
           OPEN INPUT CADTERMO.
           IF APV-FS-TERMO = 0
               MOVE 'S' TO APV-ABERTO-TERMO
           END-IF.
           MOVE ZEROS TO APV-QTD-FERIADOS.
           OPEN INPUT FERIESC.
           IF APV-FS-FERIESC = 0
               MOVE 'N' TO APV-EOF
               PERFORM 1110-LE-FERIADO UNTIL APV-EOF = 'S'
               CLOSE FERIESC
           END-IF.

       1110-LE-FERIADO.
           READ FERIESC
               AT END
                   MOVE 'S' TO APV-EOF
               NOT AT END
                   MOVE SPACES TO APV-LINHA-FERIADO
                   UNSTRING REG-FERIADO DELIMITED BY ';'
                       INTO APV-LF-INICIO APV-LF-FIM APV-LF-DESCRICAO
                   END-UNSTRING
                   IF APV-LF-INICIO IS NUMERIC AND
                      APV-QTD-FERIADOS < 100
                       ADD 1 TO APV-QTD-FERIADOS
                       MOVE APV-LF-INICIO
                         TO APV-FER-INICIO (APV-QTD-FERIADOS)
                       IF APV-LF-FIM IS NUMERIC
                           MOVE APV-LF-FIM
                             TO APV-FER-FIM (APV-QTD-FERIADOS)
                       ELSE
                           MOVE APV-LF-INICIO
                             TO APV-FER-FIM (APV-QTD-FERIADOS)
                       END-IF
                   END-IF
           END-READ.

      * as datas do termo sao guardadas: o lote chama varias vezes
      * para o mesmo termo
       1200-CONFERE-TERMO.
           MOVE 'S' TO APV-RETORNO.
           IF APV-TERMO NOT = APV-TERMO-ATUAL
               MOVE SPACES TO APV-TERMO-ATUAL
               IF APV-ABERTO-TERMO NOT = 'S'
                   MOVE 'T' TO APV-RETORNO
               ELSE
                   MOVE APV-TERMO TO TM-CODIGO
                   READ CADTERMO
                       INVALID KEY
                           MOVE 'T' TO APV-RETORNO
                       NOT INVALID KEY
                           MOVE TM-DT-INICIO TO APV-DT-INICIO
                           MOVE TM-DT-FIM    TO APV-DT-FIM
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                  (APV-DT-INICIO) NOT = 0 OR
                              FUNCTION TEST-DATE-YYYYMMDD
                                  (APV-DT-FIM) NOT = 0 OR
                              APV-DT-FIM < APV-DT-INICIO
                               MOVE 'T' TO APV-RETORNO
                           ELSE
                               MOVE APV-TERMO TO APV-TERMO-ATUAL
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * grade da turma lida pela chave parcial; so as aulas da
      * materia pedida contam
       1300-AULAS-DA-SEMANA.
           INITIALIZE APV-TAB-SEMANA.
           MOVE ZEROS TO APV-AULAS-SEMANA.
           MOVE 'N' TO APV-EOF.
           IF APV-ABERTO-HORAR NOT = 'S'
               MOVE 'S' TO APV-EOF
           ELSE
               MOVE APV-TURMA TO HO-TURMA
               MOVE ZEROS     TO HO-DIA
               MOVE ZEROS     TO HO-PERIODO
               START CADHORAR KEY IS GREATER THAN OR EQUAL TO HO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO APV-EOF
               END-START
           END-IF.
           PERFORM 1310-LE-HORARIO UNTIL APV-EOF = 'S'.
           IF APV-AULAS-SEMANA = 0
               MOVE 'N' TO APV-RETORNO
           END-IF.

       1310-LE-HORARIO.
           READ CADHORAR NEXT RECORD
               AT END
                   MOVE 'S' TO APV-EOF
               NOT AT END
                   IF HO-TURMA NOT = APV-TURMA
                       MOVE 'S' TO APV-EOF
                   ELSE
                       IF HO-MATERIA = APV-MATERIA AND HO-DIA-VALIDO
                           ADD 1 TO APV-AULAS-DIA (HO-DIA)
                           ADD 1 TO APV-AULAS-SEMANA
                       END-IF
                   END-IF
           END-READ.

      * do inicio do termo ate hoje, ou ate o fim do termo se ele ja
      * acabou; o dia 1 do calendario inteiro (01/01/1601) foi uma
      * segunda-feira, dia 2 na convencao da escola
       1400-CONTA-DIAS.
           ACCEPT APV-DT-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO APV-TOTAL.
           IF APV-DT-HOJE >= APV-DT-INICIO
               COMPUTE APV-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE (APV-DT-INICIO)
               IF APV-DT-HOJE < APV-DT-FIM
                   COMPUTE APV-INT-FIM =
                       FUNCTION INTEGER-OF-DATE (APV-DT-HOJE)
               ELSE
                   COMPUTE APV-INT-FIM =
                       FUNCTION INTEGER-OF-DATE (APV-DT-FIM)
               END-IF
               PERFORM 1410-CONTA-DIA
                   VARYING APV-INT-DIA FROM APV-INT-INICIO BY 1
                   UNTIL APV-INT-DIA > APV-INT-FIM
           END-IF.
           IF APV-TOTAL > 999
               MOVE 999 TO APV-AULAS
           ELSE
               MOVE APV-TOTAL TO APV-AULAS
           END-IF.

       1410-CONTA-DIA.
           COMPUTE APV-DIA-SEMANA =
               FUNCTION MOD (APV-INT-DIA, 7) + 1.
           IF APV-AULAS-DIA (APV-DIA-SEMANA) > 0
               COMPUTE APV-DT-DIA =
                   FUNCTION DATE-OF-INTEGER (APV-INT-DIA)
               MOVE 'N' TO APV-E-FERIADO
               PERFORM 1420-CONFERE-FERIADO
                   VARYING APV-IX-FER FROM 1 BY 1
                   UNTIL APV-IX-FER > APV-QTD-FERIADOS
                      OR APV-E-FERIADO = 'S'
               IF APV-E-FERIADO NOT = 'S'
                   ADD APV-AULAS-DIA (APV-DIA-SEMANA) TO APV-TOTAL
               END-IF
           END-IF.

       1420-CONFERE-FERIADO.
           IF APV-DT-DIA >= APV-FER-INICIO (APV-IX-FER) AND
              APV-DT-DIA <= APV-FER-FIM (APV-IX-FER)
               MOVE 'S' TO APV-E-FERIADO
           END-IF.

       9000-FECHA.
           IF APV-ABERTO-HORAR = 'S'
               CLOSE CADHORAR
               MOVE 'N' TO APV-ABERTO-HORAR
           END-IF.
           IF APV-ABERTO-TERMO = 'S'
               CLOSE CADTERMO
               MOVE 'N' TO APV-ABERTO-TERMO
           END-IF.
           MOVE 'N' TO APV-CARREGADO.
           MOVE SPACES TO APV-TERMO-ATUAL.

       END PROGRAM CDAULPRV.
