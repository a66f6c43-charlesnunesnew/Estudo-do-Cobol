      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:FORMA DE PESQUISA DO NOME - devolve o nome em
      *         maiusculas e sem acentos ('Jose', 'JOSE' e 'JOSE' com
      *         acento viram todos 'JOSE'), para comparar e ordenar
      *         nomes digitados de formas diferentes. Aceita o acento
      *         gravado em UTF-8 (dois bytes, o primeiro X'C3') ou em
      *         Latin-1 (um byte de X'C0' a X'FF'); a letra acentuada
      *         vira a letra base da tabela abaixo. O nome original
      *         continua gravado e exibido como foi digitado - esta
      *         forma serve so para a comparacao. No molde do CDDIVNOM,
      *         chamado pelo CDCLIE, CDDUPREL, CDMERGE, CDHISTIDX,
      *         CDHISTBRW, CDENDREL, CDRELUSR, CDALUNO e DESAFIOM2REL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDNORNOM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * letra base de cada caractere de X'C0' a X'FF' (a mesma ordem
      * vale para o segundo byte do UTF-8, de X'80' a X'BF'); o sinal
      * de multiplicacao e o de divisao viram espaco
       01 NN-TAB-BASE-DADOS.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUYTS'.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUYTY'.
       01 NN-TAB-BASE REDEFINES NN-TAB-BASE-DADOS.
           05 NN-BASE OCCURS 64 TIMES    PIC X(01).

       77 NN-IX-ENT                      PIC 9(03) VALUE ZEROS.
       77 NN-IX-SAI                      PIC 9(03) VALUE ZEROS.
       77 NN-IX-TAB                      PIC 9(03) VALUE ZEROS.
       77 NN-BYTE                        PIC X(01) VALUE SPACE.
       77 NN-PROXIMO                     PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01 NN-NOME                        PIC X(100).
       01 NN-NORMAL                      PIC X(100).

       PROCEDURE DIVISION USING NN-NOME NN-NORMAL.

       0000-PRINCIPAL.
           MOVE SPACES TO NN-NORMAL.
           MOVE 1 TO NN-IX-ENT.
           MOVE 0 TO NN-IX-SAI.

           PERFORM 1000-TRATA-BYTE
               UNTIL NN-IX-ENT > 100.

           INSPECT NN-NORMAL
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           GOBACK.

      * um byte por vez: X'C3' seguido de X'80'-X'BF' e a letra
      * acentuada em UTF-8 (consome os dois bytes); X'C0'-X'FF' sozinho
      * e a mesma letra em Latin-1; o resto passa como esta
       1000-TRATA-BYTE.
           MOVE NN-NOME (NN-IX-ENT:1) TO NN-BYTE.
           MOVE SPACE TO NN-PROXIMO.
           IF NN-IX-ENT < 100
               MOVE NN-NOME (NN-IX-ENT + 1:1) TO NN-PROXIMO
           END-IF.
           ADD 1 TO NN-IX-SAI.

           IF NN-BYTE = X'C3'
              AND NN-PROXIMO >= X'80' AND NN-PROXIMO <= X'BF'
               COMPUTE NN-IX-TAB = FUNCTION ORD (NN-PROXIMO) - 128
               MOVE NN-BASE (NN-IX-TAB) TO NN-NORMAL (NN-IX-SAI:1)
               ADD 2 TO NN-IX-ENT
           ELSE
               IF NN-BYTE >= X'C0'
                   COMPUTE NN-IX-TAB = FUNCTION ORD (NN-BYTE) - 192
                   MOVE NN-BASE (NN-IX-TAB) TO NN-NORMAL (NN-IX-SAI:1)
               ELSE
                   MOVE NN-BYTE TO NN-NORMAL (NN-IX-SAI:1)
               END-IF
               ADD 1 TO NN-IX-ENT
           END-IF.

       END PROGRAM CDNORNOM.
