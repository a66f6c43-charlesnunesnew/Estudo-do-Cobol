      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:ESCOPO DE VISIBILIDADE POR DEPARTAMENTO - subprograma
      *         que responde se o operador pode ver o cadastro de um
      *         usuario de determinado departamento (principio da
      *         necessidade de conhecer da LGPD). Administrador ve
      *         tudo; rotina sem operador identificado (lote, ou
      *         programa rodado sem o CDLOGON) tambem. Os demais veem
      *         o proprio FD-DEPTO e os departamentos concedidos no
      *         cadastro CADVISDP (layout REGVISDP, mantido pelo
      *         CDVISMNT). As concessoes do operador sao carregadas na
      *         primeira chamada e guardadas enquanto o operador nao
      *         mudar. Chamado pelo CDCLIE, CDEXTRAT e CDRELUSR.
      *         Retorno: S visivel / N fora do escopo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDVISDEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVISDP ASSIGN TO
           "CADVISDP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CHAVE
           FILE STATUS IS CVD-FS-CADVISDP.

       DATA DIVISION.
       FILE SECTION.
       FD CADVISDP.
           COPY REGVISDP.

       WORKING-STORAGE SECTION.
       77 CVD-FS-CADVISDP                PIC 99.
       77 CVD-EOF-VISDP                  PIC X VALUE 'N'.
        88 CVD-FIM-VISDP                 VALUE 'S'.
       77 CVD-OPER-CARREGADO             PIC 9(08) VALUE ZEROS.
       77 CVD-CARREGOU                   PIC X VALUE 'N'.
       01 CVD-TAB-CONCESSOES.
           03 CVD-QTD-CONCESSOES         PIC 9(02) VALUE ZEROS.
           03 CVD-CONCESSAO OCCURS 30 TIMES
                                         PIC X(04).
       77 CVD-IX                         PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 CVD-OPERADOR                   PIC 9(08).
       01 CVD-PERFIL                     PIC X(01).
       01 CVD-DEPTO-OPER                 PIC X(04).
       01 CVD-DEPTO-ALVO                 PIC X(04).
       01 CVD-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING CVD-OPERADOR CVD-PERFIL CVD-DEPTO-OPER
               CVD-DEPTO-ALVO CVD-RETORNO.

       0000-PRINCIPAL.
           MOVE 'N' TO CVD-RETORNO.
           EVALUATE TRUE
               WHEN CVD-OPERADOR = ZEROS
                   MOVE 'S' TO CVD-RETORNO
               WHEN CVD-PERFIL = 'A'
                   MOVE 'S' TO CVD-RETORNO
               WHEN CVD-DEPTO-ALVO = CVD-DEPTO-OPER
                   MOVE 'S' TO CVD-RETORNO
               WHEN OTHER
                   IF CVD-CARREGOU NOT = 'S' OR
                      CVD-OPERADOR NOT = CVD-OPER-CARREGADO
                       PERFORM 1000-CARREGA-CONCESSOES
                   END-IF
                   PERFORM 2000-COMPARA-CONCESSAO
                       VARYING CVD-IX FROM 1 BY 1
                       UNTIL CVD-IX > CVD-QTD-CONCESSOES
                          OR CVD-RETORNO = 'S'
           END-EVALUATE.
           GOBACK.

      * sem o CADVISDP o operador fica so com o proprio departamento
       1000-CARREGA-CONCESSOES.
           MOVE 0 TO CVD-QTD-CONCESSOES.
           MOVE CVD-OPERADOR TO CVD-OPER-CARREGADO.
           MOVE 'S' TO CVD-CARREGOU.
           MOVE 'N' TO CVD-EOF-VISDP.
           OPEN INPUT CADVISDP.
           IF CVD-FS-CADVISDP NOT = 0
               MOVE 'S' TO CVD-EOF-VISDP
           ELSE
               MOVE CVD-OPERADOR TO VD-OPERADOR
               MOVE LOW-VALUES   TO VD-DEPTO
               START CADVISDP KEY IS GREATER THAN OR EQUAL TO VD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO CVD-EOF-VISDP
               END-START
               PERFORM 1100-LE-CONCESSAO
                   UNTIL CVD-FIM-VISDP OR CVD-QTD-CONCESSOES >= 30
               CLOSE CADVISDP
           END-IF.

       1100-LE-CONCESSAO.
           READ CADVISDP NEXT RECORD
               AT END
                   MOVE 'S' TO CVD-EOF-VISDP
               NOT AT END
                   IF VD-OPERADOR = CVD-OPERADOR
                       ADD 1 TO CVD-QTD-CONCESSOES
                       MOVE VD-DEPTO
                         TO CVD-CONCESSAO (CVD-QTD-CONCESSOES)
                   ELSE
                       MOVE 'S' TO CVD-EOF-VISDP
                   END-IF
           END-READ.

       2000-COMPARA-CONCESSAO.
           IF CVD-DEPTO-ALVO = CVD-CONCESSAO (CVD-IX)
               MOVE 'S' TO CVD-RETORNO
           END-IF.

       END PROGRAM CDVISDEP.
