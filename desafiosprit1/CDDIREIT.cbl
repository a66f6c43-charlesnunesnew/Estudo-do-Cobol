      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:DIREITO DE ACESSO POR PROGRAMA E OPCAO - subprograma
      *         que responde se o operador pode rodar um programa do
      *         catalogo TABPROG ou, com a opcao preenchida, usar uma
      *         opcao interna dele. Os perfis A/O/C eram grossos
      *         demais: a secretaria so lanca notas e cadastra alunos,
      *         o financeiro so usa a calculadora. O cadastro CADDIREI
      *         (layout REGDIREI, mantido pelo CDDIRMNT) e lido nesta
      *         ordem, valendo a primeira linha encontrada:
      *           operador + opcao, perfil + opcao,
      *           operador + programa, perfil + programa.
      *         Sem linha nenhuma o acesso e negado. Administrador tem
      *         todos os direitos (e quem mantem a tabela); rotina sem
      *         operador identificado (programa rodado avulso, sem o
      *         CDLOGON) tambem, como no CDCLIE. Sem o CADDIREI valem
      *         os direitos padrao do copybook TABDIRPD, que repetem
      *         os perfis fixos de antes. O arquivo e aberto e fechado
      *         a cada chamada para nao disputar com o CDDIRMNT.
      *         Chamado pelo MENUGERAL, CDCLIE, CDDIRREL e pelos
      *         programas de manutencao. Retorno: S liberado / N negado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDIREIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIREI ASSIGN TO
           "CADDIREI"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DI-CHAVE
           FILE STATUS IS CDI-FS-CADDIREI.

       DATA DIVISION.
       FILE SECTION.
       FD CADDIREI.
           COPY REGDIREI.

       WORKING-STORAGE SECTION.
       77 CDI-FS-CADDIREI                PIC 99.
       77 CDI-ARQ-ABERTO                 PIC X VALUE 'N'.
       77 CDI-ACHOU                      PIC X VALUE 'N'.
       77 CDI-IX                         PIC 9(02) VALUE ZEROS.
       01 CDI-BUSCA.
           03 CDI-BUSCA-TIPO             PIC X(01).
           03 CDI-BUSCA-SUJEITO          PIC X(08).
           03 CDI-BUSCA-OPCAO            PIC X(01).
       01 CDI-SUJEITO-OPER               PIC 9(08).
       01 CDI-SUJEITO-PERFIL.
           03 CDI-SUJ-PERFIL             PIC X(01).
           03 FILLER                     PIC X(07) VALUE SPACES.

           COPY TABDIRPD.

       LINKAGE SECTION.
       01 CDI-OPERADOR                   PIC 9(08).
       01 CDI-PERFIL                     PIC X(01).
       01 CDI-PROGRAMA                   PIC X(10).
       01 CDI-OPCAO                      PIC X(01).
       01 CDI-RETORNO                    PIC X(01).

       PROCEDURE DIVISION USING CDI-OPERADOR CDI-PERFIL CDI-PROGRAMA
               CDI-OPCAO CDI-RETORNO.

       0000-PRINCIPAL.
           MOVE 'N' TO CDI-RETORNO.
           EVALUATE TRUE
               WHEN CDI-OPERADOR = ZEROS
                   MOVE 'S' TO CDI-RETORNO
               WHEN CDI-PERFIL = 'A'
                   MOVE 'S' TO CDI-RETORNO
               WHEN OTHER
                   PERFORM 1000-PROCURA-DIREITO
           END-EVALUATE.
           GOBACK.

       1000-PROCURA-DIREITO.
           MOVE CDI-OPERADOR TO CDI-SUJEITO-OPER.
           MOVE CDI-PERFIL   TO CDI-SUJ-PERFIL.
           MOVE 'N' TO CDI-ACHOU.
           OPEN INPUT CADDIREI.
           IF CDI-FS-CADDIREI = 0
               MOVE 'S' TO CDI-ARQ-ABERTO
           ELSE
               MOVE 'N' TO CDI-ARQ-ABERTO
           END-IF.

           IF CDI-OPCAO NOT = SPACE
               MOVE 'O'              TO CDI-BUSCA-TIPO
               MOVE CDI-SUJEITO-OPER TO CDI-BUSCA-SUJEITO
               MOVE CDI-OPCAO        TO CDI-BUSCA-OPCAO
               PERFORM 1100-LE-DIREITO
               IF CDI-ACHOU NOT = 'S'
                   MOVE 'P'                TO CDI-BUSCA-TIPO
                   MOVE CDI-SUJEITO-PERFIL TO CDI-BUSCA-SUJEITO
                   PERFORM 1100-LE-DIREITO
               END-IF
           END-IF.
           IF CDI-ACHOU NOT = 'S'
               MOVE 'O'              TO CDI-BUSCA-TIPO
               MOVE CDI-SUJEITO-OPER TO CDI-BUSCA-SUJEITO
               MOVE SPACE            TO CDI-BUSCA-OPCAO
               PERFORM 1100-LE-DIREITO
           END-IF.
           IF CDI-ACHOU NOT = 'S'
               MOVE 'P'                TO CDI-BUSCA-TIPO
               MOVE CDI-SUJEITO-PERFIL TO CDI-BUSCA-SUJEITO
               MOVE SPACE              TO CDI-BUSCA-OPCAO
               PERFORM 1100-LE-DIREITO
           END-IF.

           IF CDI-ARQ-ABERTO = 'S'
               CLOSE CADDIREI
           END-IF.

      * sem o CADDIREI so as linhas de perfil da tabela padrao valem
       1100-LE-DIREITO.
           IF CDI-ARQ-ABERTO = 'S'
               MOVE CDI-BUSCA-TIPO    TO DI-TIPO
               MOVE CDI-BUSCA-SUJEITO TO DI-SUJEITO
               MOVE CDI-PROGRAMA      TO DI-PROGRAMA
               MOVE CDI-BUSCA-OPCAO   TO DI-OPCAO
               READ CADDIREI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'        TO CDI-ACHOU
                       MOVE DI-PERMITE TO CDI-RETORNO
               END-READ
           ELSE
               IF CDI-BUSCA-TIPO = 'P'
                   PERFORM 1200-COMPARA-PADRAO
                       VARYING CDI-IX FROM 1 BY 1
                       UNTIL CDI-IX > TDP-QTD OR CDI-ACHOU = 'S'
               END-IF
           END-IF.

       1200-COMPARA-PADRAO.
           IF TDP-PERFIL (CDI-IX)   = CDI-PERFIL   AND
              TDP-PROGRAMA (CDI-IX) = CDI-PROGRAMA AND
              TDP-OPCAO (CDI-IX)    = CDI-BUSCA-OPCAO
               MOVE 'S' TO CDI-ACHOU
               MOVE TDP-PERMITE (CDI-IX) TO CDI-RETORNO
           END-IF.

       END PROGRAM CDDIREIT.
