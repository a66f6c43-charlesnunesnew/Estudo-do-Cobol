      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:VALOR DE CONFERENCIA DA CADEIA DO CADAUD - subprograma
      *         que calcula o valor de conferencia de uma linha de
      *         auditoria a partir do valor da linha anterior e do
      *         conteudo da linha (todos os campos do REGAUD ate a
      *         AU-SEQUENCIA, inclusive). Sao dois restos de divisao
      *         corridos sobre os bytes da linha, juntados em 15
      *         digitos: qualquer byte alterado, linha tirada ou linha
      *         fora de ordem muda o valor dali em diante. Com a
      *         variavel AUDCAD_CHAVE preenchida a chave entra no
      *         calculo no comeco e no fim, e quem editar o arquivo
      *         sem conhecer a chave nao consegue refazer a cadeia.
      *         Chamado pelo CDAUDCAD (gravacao), pelo CDAUDVER
      *         (conferencia) e pelo CDLGPD (ressela da anonimizacao),
      *         para que o calculo exista num lugar so. Linha do
      *         layout atual (AU-LAYOUT 2) entra com os codigos de 8
      *         digitos; linha convertida ou antiga entra pela imagem
      *         de 6 digitos em que foi encadeada, e o valor gravado
      *         antes da ampliacao continua conferindo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAUDHSH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 CAH-CHAVE-LIDA                 PIC X VALUE 'N'.
       77 CAH-CHAVE                      PIC X(32) VALUE SPACES.
       77 CAH-IX                         PIC 9(04) COMP VALUE ZEROS.
       77 CAH-TAM-LINHA                  PIC 9(04) COMP VALUE 248.
       77 CAH-H1                         PIC 9(12) COMP VALUE ZEROS.
       77 CAH-H2                         PIC 9(12) COMP VALUE ZEROS.
       77 CAH-PRIMO-1                    PIC 9(09) COMP
                                         VALUE 999999937.
       77 CAH-PRIMO-2                    PIC 9(09) COMP VALUE 999983.
       77 CAH-BYTE                       PIC X(01) VALUE SPACE.
       77 CAH-LINHA                      PIC X(248) VALUE SPACES.

      * imagem da linha no layout de 6 digitos, ate a AU-SEQUENCIA
       01 CAH-IMAGEM-ANTIGA.
           03 CAH-AN-DATA                PIC X(08).
           03 CAH-AN-HORA                PIC X(06).
           03 CAH-AN-CD-USER             PIC 9(06).
           03 CAH-AN-ACAO                PIC X(01).
           03 CAH-AN-NM                  PIC X(100).
           03 CAH-AN-EMAIL               PIC X(100).
           03 CAH-AN-OPERADOR            PIC 9(06).
           03 CAH-AN-DELEGANTE           PIC X(06).
           03 CAH-AN-SEQUENCIA           PIC 9(09).

       LINKAGE SECTION.
       01 CAH-ANTERIOR                   PIC 9(15).
           COPY REGAUD.
       01 CAH-RESULTADO                  PIC 9(15).

       PROCEDURE DIVISION USING CAH-ANTERIOR REG-AUDITORIA
               CAH-RESULTADO.

       0000-PRINCIPAL.
           IF CAH-CHAVE-LIDA NOT = 'S'
               ACCEPT CAH-CHAVE FROM ENVIRONMENT "AUDCAD_CHAVE"
               MOVE 'S' TO CAH-CHAVE-LIDA
           END-IF.

           IF AUD-LAYOUT-ATUAL
               MOVE 248 TO CAH-TAM-LINHA
               MOVE REG-AUDITORIA (1:248) TO CAH-LINHA
           ELSE
               PERFORM 0100-MONTA-ANTIGA
           END-IF.

           COMPUTE CAH-H1 = FUNCTION MOD (CAH-ANTERIOR, CAH-PRIMO-1).
           COMPUTE CAH-H2 = FUNCTION MOD (CAH-ANTERIOR, CAH-PRIMO-2).

           IF CAH-CHAVE NOT = SPACES
               PERFORM 1100-SOMA-CHAVE
                   VARYING CAH-IX FROM 1 BY 1 UNTIL CAH-IX > 32
           END-IF.
           PERFORM 1000-SOMA-LINHA
               VARYING CAH-IX FROM 1 BY 1 UNTIL CAH-IX > CAH-TAM-LINHA.
           IF CAH-CHAVE NOT = SPACES
               PERFORM 1100-SOMA-CHAVE
                   VARYING CAH-IX FROM 1 BY 1 UNTIL CAH-IX > 32
           END-IF.

           COMPUTE CAH-RESULTADO = CAH-H1 * 1000000 + CAH-H2.
           GOBACK.

      * linha encadeada antes da ampliacao: os codigos voltam aos 6
      * digitos e o delegante aos 6 caracteres de origem
       0100-MONTA-ANTIGA.
           MOVE AU-DATA      TO CAH-AN-DATA.
           MOVE AU-HORA      TO CAH-AN-HORA.
           MOVE AU-CD-USER   TO CAH-AN-CD-USER.
           MOVE AU-ACAO      TO CAH-AN-ACAO.
           MOVE AU-NM        TO CAH-AN-NM.
           MOVE AU-EMAIL     TO CAH-AN-EMAIL.
           MOVE AU-OPERADOR  TO CAH-AN-OPERADOR.
           IF AU-DELEGANTE = SPACES
               MOVE SPACES TO CAH-AN-DELEGANTE
           ELSE
               MOVE AU-DELEGANTE (3:6) TO CAH-AN-DELEGANTE
           END-IF.
           MOVE AU-SEQUENCIA TO CAH-AN-SEQUENCIA.
           MOVE 242 TO CAH-TAM-LINHA.
           MOVE CAH-IMAGEM-ANTIGA TO CAH-LINHA.

       1000-SOMA-LINHA.
           MOVE CAH-LINHA (CAH-IX:1) TO CAH-BYTE.
           PERFORM 1200-SOMA-BYTE.

       1100-SOMA-CHAVE.
           MOVE CAH-CHAVE (CAH-IX:1) TO CAH-BYTE.
           PERFORM 1200-SOMA-BYTE.

       1200-SOMA-BYTE.
           COMPUTE CAH-H1 = FUNCTION MOD
               (CAH-H1 * 257 + FUNCTION ORD (CAH-BYTE), CAH-PRIMO-1).
           COMPUTE CAH-H2 = FUNCTION MOD
               (CAH-H2 * 263 + FUNCTION ORD (CAH-BYTE), CAH-PRIMO-2).

       END PROGRAM CDAUDHSH.
