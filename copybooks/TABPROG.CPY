      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Catalogo dos programas interativos sujeitos a direito
      *          de acesso (CADDIREI): letra da opcao no MENUGERAL,
      *          nome do programa chamado e descricao. Usado pelo
      *          MENUGERAL para montar o menu, pelo CDDIRMNT para
      *          validar o programa digitado e pelo CDDIRREL para as
      *          colunas da matriz. TP-OPCOES-CDCLIE traz as opcoes
      *          internas do CDCLIE controladas pela mesma tabela.
      ******************************************************************
       01 TAB-PROGRAMAS.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'U'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(30)
                  VALUE 'CADASTRO DE USUARIOS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'DESAFIOM1'.
               05 FILLER PIC X(30)
                  VALUE 'CALCULADORA'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC X(10) VALUE 'DESAFIOM2'.
               05 FILLER PIC X(30)
                  VALUE 'LANCAMENTO DE NOTAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'A'.
               05 FILLER PIC X(10) VALUE 'CDALUNO'.
               05 FILLER PIC X(30)
                  VALUE 'CADASTRO DE ALUNOS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'R'.
               05 FILLER PIC X(10) VALUE 'CDRESP'.
               05 FILLER PIC X(30)
                  VALUE 'CADASTRO DE RESPONSAVEIS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'T'.
               05 FILLER PIC X(10) VALUE 'CDTURMA'.
               05 FILLER PIC X(30)
                  VALUE 'CADASTRO DE TURMAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'M'.
               05 FILLER PIC X(10) VALUE 'CDMATER'.
               05 FILLER PIC X(30)
                  VALUE 'CATALOGO DE MATERIAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'L'.
               05 FILLER PIC X(10) VALUE 'CDTERMO'.
               05 FILLER PIC X(30)
                  VALUE 'TERMOS LETIVOS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'P'.
               05 FILLER PIC X(10) VALUE 'CDDEPTO'.
               05 FILLER PIC X(30)
                  VALUE 'TABELA DE DEPARTAMENTOS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDDOMMNT'.
               05 FILLER PIC X(30)
                  VALUE 'DOMINIOS DE EMAIL'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'K'.
               05 FILLER PIC X(10) VALUE 'CDCALMNT'.
               05 FILLER PIC X(30)
                  VALUE 'CALENDARIO DO LOTE'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'Z'.
               05 FILLER PIC X(10) VALUE 'CDAUTNOT'.
               05 FILLER PIC X(30)
                  VALUE 'AUTORIZACAO DE NOTAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'D'.
               05 FILLER PIC X(10) VALUE 'CDDELEG'.
               05 FILLER PIC X(30)
                  VALUE 'DELEGACOES DE PERFIL'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'V'.
               05 FILLER PIC X(10) VALUE 'CDVISMNT'.
               05 FILLER PIC X(30)
                  VALUE 'VISIBILIDADE POR DEPARTAMENTO'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'E'.
               05 FILLER PIC X(10) VALUE 'CDDIRMNT'.
               05 FILLER PIC X(30)
                  VALUE 'DIREITOS DE ACESSO'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'W'.
               05 FILLER PIC X(10) VALUE 'CDDIRREL'.
               05 FILLER PIC X(30)
                  VALUE 'MATRIZ DE DIREITOS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'J'.
               05 FILLER PIC X(10) VALUE 'CDBLQMNT'.
               05 FILLER PIC X(30)
                  VALUE 'BLOQUEIO LEGAL'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'G'.
               05 FILLER PIC X(10) VALUE 'CDCAMPANHA'.
               05 FILLER PIC X(30)
                  VALUE 'COMUNICADOS EM MASSA'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'X'.
               05 FILLER PIC X(10) VALUE 'CDREATRIB'.
               05 FILLER PIC X(30)
                  VALUE 'REATRIBUICAO DE TURMAS/NOTAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'Y'.
               05 FILLER PIC X(10) VALUE 'CDPLTACK'.
               05 FILLER PIC X(30)
                  VALUE 'INCIDENTES DO PLANTAO'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'S'.
               05 FILLER PIC X(10) VALUE 'CDPARMNT'.
               05 FILLER PIC X(30)
                  VALUE 'PARAMETROS DO SISTEMA'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'Q'.
               05 FILLER PIC X(10) VALUE 'CDDISTMNT'.
               05 FILLER PIC X(30)
                  VALUE 'DISTRIBUICAO DE RELATORIOS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'I'.
               05 FILLER PIC X(10) VALUE 'CDINSCR'.
               05 FILLER PIC X(30)
                  VALUE 'INSCRICAO EM MATERIAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'H'.
               05 FILLER PIC X(10) VALUE 'CDHORAR'.
               05 FILLER PIC X(30)
                  VALUE 'GRADE HORARIA DAS TURMAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'B'.
               05 FILLER PIC X(10) VALUE 'CDREVNOT'.
               05 FILLER PIC X(30)
                  VALUE 'REVISAO DE NOTAS'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE '1'.
               05 FILLER PIC X(10) VALUE 'CDTRANSF'.
               05 FILLER PIC X(30)
                  VALUE 'NOTAS DE ALUNO TRANSFERIDO'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE '2'.
               05 FILLER PIC X(10) VALUE 'CDCALAVA'.
               05 FILLER PIC X(30)
                  VALUE 'CALENDARIO DE AVALIACOES'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE '3'.
               05 FILLER PIC X(10) VALUE 'CDDIARIO'.
               05 FILLER PIC X(30)
                  VALUE 'DIARIO DE CLASSE'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE '4'.
               05 FILLER PIC X(10) VALUE 'CDOCORR'.
               05 FILLER PIC X(30)
                  VALUE 'OCORRENCIAS DISCIPLINARES'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE '5'.
               05 FILLER PIC X(10) VALUE 'CDINDMNT'.
               05 FILLER PIC X(30)
                  VALUE 'INDICES ECONOMICOS'.
       01 TAB-PROGRAMAS-R REDEFINES TAB-PROGRAMAS.
           03 TP-ITEM OCCURS 30 TIMES.
               05 TP-LETRA               PIC X(01).
               05 TP-PROGRAMA            PIC X(10).
               05 TP-DESCRICAO           PIC X(30).
       01 TP-QTD                         PIC 9(02) VALUE 30.
       01 TP-OPCOES-CDCLIE               PIC X(11) VALUE 'NCADLPBQRME'.
