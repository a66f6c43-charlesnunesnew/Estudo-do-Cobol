      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:LINHA ANTIGA DO CADAUD NO LAYOUT ATUAL - subprograma
      *         que recebe uma linha de auditoria lida de um arquivo
      *         gravado antes da ampliacao do codigo de usuario para
      *         8 digitos (CADAUD.AAAAMM antigo: codigo do usuario e
      *         do operador com 6 digitos e delegante com 6
      *         caracteres) e a devolve no layout atual do REGAUD,
      *         marcada como convertida (AU-LAYOUT 1). A linha antiga
      *         e reconhecida pelo AU-LAYOUT em branco; linha que ja
      *         traz o layout volta como veio. Sequencia e valor de
      *         conferencia sao copiados como estao, e o CDAUDHSH
      *         confere a linha convertida pela imagem de 6 digitos.
      *         Chamado por quem le os arquivos mensais (CDAUDREL,
      *         CDOPERREL, CDAUDVER, CDLGPDACE, CDRECON) e pelo
      *         CDCONVAUD, para que o layout antigo exista num lugar
      *         so.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAUDANT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * linha como foi gravada no layout de 6 digitos
       01 CAA-REG-ANTIGO.
           03 CAA-AN-DATA                PIC X(08).
           03 CAA-AN-HORA                PIC X(06).
           03 CAA-AN-CD-USER             PIC X(06).
           03 CAA-AN-CD-USER-N REDEFINES CAA-AN-CD-USER
                                         PIC 9(06).
           03 CAA-AN-ACAO                PIC X(01).
           03 CAA-AN-NM                  PIC X(100).
           03 CAA-AN-EMAIL               PIC X(100).
           03 CAA-AN-OPERADOR            PIC X(06).
           03 CAA-AN-OPERADOR-N REDEFINES CAA-AN-OPERADOR
                                         PIC 9(06).
           03 CAA-AN-DELEGANTE           PIC X(06).
           03 CAA-AN-SEQUENCIA           PIC X(09).
           03 CAA-AN-CONFERENCIA         PIC X(15).
           03 FILLER                     PIC X(07).

      * mesma linha montada no layout atual; sequencia e conferencia
      * passam byte a byte, inclusive em branco nas linhas anteriores
      * a cadeia
       01 CAA-REG-NOVO.
           03 CAA-NV-DATA                PIC X(08).
           03 CAA-NV-HORA                PIC X(06).
           03 CAA-NV-CD-USER             PIC 9(08).
           03 CAA-NV-ACAO                PIC X(01).
           03 CAA-NV-NM                  PIC X(100).
           03 CAA-NV-EMAIL               PIC X(100).
           03 CAA-NV-OPERADOR            PIC 9(08).
           03 CAA-NV-DELEGANTE.
               05 CAA-NV-DELEG-ZEROS     PIC X(02).
               05 CAA-NV-DELEG-CODIGO    PIC X(06).
           03 CAA-NV-SEQUENCIA           PIC X(09).
           03 CAA-NV-CONFERENCIA         PIC X(15).
           03 CAA-NV-LAYOUT              PIC X(01).

       LINKAGE SECTION.
           COPY REGAUD.

       PROCEDURE DIVISION USING REG-AUDITORIA.

       0000-PRINCIPAL.
           IF NOT AUD-LAYOUT-ANTIGO
               GOBACK
           END-IF.

           MOVE REG-AUDITORIA TO CAA-REG-ANTIGO.

           MOVE CAA-AN-DATA  TO CAA-NV-DATA.
           MOVE CAA-AN-HORA  TO CAA-NV-HORA.
           IF CAA-AN-CD-USER IS NUMERIC
               MOVE CAA-AN-CD-USER-N TO CAA-NV-CD-USER
           ELSE
               MOVE ZEROS TO CAA-NV-CD-USER
           END-IF.
           MOVE CAA-AN-ACAO  TO CAA-NV-ACAO.
           MOVE CAA-AN-NM    TO CAA-NV-NM.
           MOVE CAA-AN-EMAIL TO CAA-NV-EMAIL.
           IF CAA-AN-OPERADOR IS NUMERIC
               MOVE CAA-AN-OPERADOR-N TO CAA-NV-OPERADOR
           ELSE
               MOVE ZEROS TO CAA-NV-OPERADOR
           END-IF.
      * delegante em branco e trabalho proprio; o codigo de 6
      * caracteres ganha os dois zeros a esquerda
           IF CAA-AN-DELEGANTE = SPACES
               MOVE SPACES TO CAA-NV-DELEGANTE
           ELSE
               MOVE '00' TO CAA-NV-DELEG-ZEROS
               MOVE CAA-AN-DELEGANTE TO CAA-NV-DELEG-CODIGO
           END-IF.
           MOVE CAA-AN-SEQUENCIA   TO CAA-NV-SEQUENCIA.
           MOVE CAA-AN-CONFERENCIA TO CAA-NV-CONFERENCIA.
           MOVE '1' TO CAA-NV-LAYOUT.

           MOVE CAA-REG-NOVO TO REG-AUDITORIA.
           GOBACK.

       END PROGRAM CDAUDANT.
