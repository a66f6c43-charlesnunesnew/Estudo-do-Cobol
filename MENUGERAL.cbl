      *                     identifica antes do menu e as opcoes de
      *                     calculadora e notas ficam restritas aos
      *                     perfis administrador e operador.
      *   15/10/2026 CAN - sessao do operador conferida pelo CDSESSAO
      *                     antes de cada opcao: sessao ociosa alem do
      *                     limite ou derrubada por outro logon obriga
      *                     a novo logon, e a saida pela opcao <F>
      *                     fecha a sessao no CADSESS.
      *   15/10/2026 CAN - operador com delegacao vigente ve ATUANDO POR
      *                     e o codigo do delegante no topo do menu;
      *                     administrador ganha a opcao <D> para o
      *                     cadastro de delegacoes CDDELEG.
      *   15/10/2026 CAN - administrador ganha a opcao <V> para o
      *                     cadastro de visibilidade por departamento
      *                     CDVISMNT.
      *   15/10/2026 CAN - menu montado a partir do catalogo TABPROG:
      *                     cada programa so aparece e so e chamado
      *                     quando o CDDIREIT o libera para o operador
      *                     ou o perfil dele no CADDIREI (perfis fixos
      *                     sairam do menu); programas de manutencao, a
      *                     tabela de direitos CDDIRMNT e a matriz
      *                     CDDIRREL entram no catalogo; o programa
      *                     chamado e descarregado (CANCEL) ao voltar.
      *   15/10/2026 CAN - cadastro de bloqueio legal CDBLQMNT entra no
      *                     catalogo TABPROG como opcao <J>.
      *   15/10/2026 CAN - comunicados em massa CDCAMPANHA entram no
      *                     catalogo TABPROG como opcao <G>.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - reatribuicao de turmas e notas CDREATRIB
      *                     entra no catalogo TABPROG como opcao <X>.
      *   15/10/2026 CAN - cabecalho mostra a situacao do online
      *                     (aberto, somente leitura ou fechado, com o
      *                     passo do lote que a impos) lida pelo
      *                     CDONLINE; com o online fechado nenhum
      *                     programa e aberto.
      *   15/10/2026 CAN - reconhecimento de incidentes do plantao
      *                     CDPLTACK entra no catalogo TABPROG como
      *                     opcao <Y>.
      *   15/10/2026 CAN - parametros do sistema CDPARMNT entra no
      *                     catalogo TABPROG como opcao <S>, so para
      *                     administrador.
      *   15/10/2026 CAN - distribuicao de relatorios CDDISTMNT entra no
      *                     catalogo TABPROG como opcao <Q>, so para
      *                     administrador.
      *   15/10/2026 CAN - inscricao em materias CDINSCR entra no
      *                     catalogo TABPROG como opcao <I>, so para
      *                     administrador.
      *   15/10/2026 CAN - grade horaria CDHORAR entra no catalogo
      *                     TABPROG como opcao <H>, so para
      *                     administrador.
      *   15/10/2026 CAN - revisao de notas CDREVNOT entra no catalogo
      *                     TABPROG como opcao <B>, para administrador
      *                     e operador (professor).
      *   15/10/2026 CAN - notas de aluno transferido CDTRANSF entra no
      *                     catalogo TABPROG como opcao <1>, so para
      *                     administrador.
      *   15/10/2026 CAN - opcao <2> CALENDARIO DE AVALIACOES
      *                     (CDCALAVA): data de aplicacao e prazo de
      *                     lancamento de cada avaliacao por termo e
      *                     turma.
      *   15/10/2026 CAN - diario de classe CDDIARIO entra no catalogo
      *                     TABPROG como opcao <3>, para administrador
      *                     e operador (professor).
      *   15/10/2026 CAN - ocorrencias disciplinares CDOCORR entram no
      *                     catalogo TABPROG como opcao <4>, para
      *                     administrador e operador (professor).
      *   15/10/2026 CAN - tabela de indices economicos CDINDMNT entra
      *                     no catalogo TABPROG como opcao <5>, para
      *                     administrador e operador (financeiro).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUGERAL.
        88 OPER-ADMIN                     VALUE 'A'.
        88 OPER-OPERADOR                  VALUE 'O'.
        88 OPER-CONSULTA                  VALUE 'C'.
       77 WS-OPER-CODIGO                  PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO            PIC X(08) VALUE SPACES.
       77 WS-OPER-DELEGANTE               PIC X(08) VALUE SPACES.

       77 WS-SESSAO-FUNCAO                PIC X(01) VALUE SPACE.
       77 WS-SESSAO-ID                    PIC X(14) VALUE SPACES.
       77 WS-SESSAO-RETORNO               PIC X(01) VALUE SPACE.
        88 SESSAO-VALIDA                  VALUE 'S'.
        88 SESSAO-OCIOSA                  VALUE 'O'.
        88 SESSAO-DERRUBADA               VALUE 'D'.

      * catalogo de programas e direitos de acesso (CDDIREIT)
           COPY TABPROG.
       01 WS-TAB-LIBERADOS.
           03 WS-PROG-LIBERADO OCCURS 30 TIMES
                                          PIC X(01).
       77 WS-IX-PROG                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-ESCOLHA                   PIC 9(02) VALUE ZEROS.
       77 WS-DIR-OPCAO                    PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                  PIC X(01) VALUE SPACE.
       77 WS-PROGRAMA-CHAMADO             PIC X(10) VALUE SPACES.

      * situacao do online imposta pelo lote (CDONLINE / SISONL)
       77 WS-ONL-FUNCAO                   PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                 PIC X(01) VALUE SPACE.
        88 ONL-ABERTO                     VALUE 'A'.
        88 ONL-LEITURA                    VALUE 'L'.
        88 ONL-FECHADO                    VALUE 'F'.
       77 WS-ONL-PASSO                    PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                 PIC X(01) VALUE SPACE.
       77 WS-ONL-CODIGO                   PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                    PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-LOGON.
           PERFORM 1000-MENU UNTIL WS-OPCAO-GERAL EQUAL 'F'.
           STOP RUN.

       0100-LOGON.
           CALL 'CDLOGON' END-CALL.
           ACCEPT WS-OPER-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-SESSAO-ID FROM ENVIRONMENT "SESSAO_ID".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           MOVE ZEROS TO WS-OPER-CODIGO.
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           END-IF.
           IF WS-OPER-PERFIL = SPACE
               DISPLAY 'OPERADOR NAO IDENTIFICADO - MENU ENCERRADO'
               MOVE 'F' TO WS-OPCAO-GERAL
           END-IF.

       1000-MENU.
           DISPLAY '============================================='.
           DISPLAY '   MENU GERAL'.
           IF WS-OPER-DELEGANTE NOT = SPACES
               DISPLAY '   ATUANDO POR ' WS-OPER-DELEGANTE
           END-IF.
           MOVE 'C' TO WS-ONL-FUNCAO.
           PERFORM 1300-CONSULTA-ONLINE.
           EVALUATE TRUE
               WHEN ONL-LEITURA
                   DISPLAY '   ONLINE: SOMENTE LEITURA (LOTE NO PASSO '
                       FUNCTION TRIM (WS-ONL-PASSO) ')'
               WHEN ONL-FECHADO
                   DISPLAY '   ONLINE: FECHADO (LOTE NO PASSO '
                       FUNCTION TRIM (WS-ONL-PASSO) ')'
               WHEN OTHER
                   DISPLAY '   ONLINE: ABERTO'
           END-EVALUATE.
           DISPLAY '============================================='.
           PERFORM 1100-MONTA-OPCAO
               VARYING WS-IX-PROG FROM 1 BY 1
               UNTIL WS-IX-PROG > TP-QTD.
           DISPLAY '<F> FINALIZAR'.
           DISPLAY 'OPCAO..: '.
           ACCEPT WS-OPCAO-GERAL.

           IF WS-OPCAO-GERAL NOT = 'F'
               PERFORM 2000-CONFERE-SESSAO
           END-IF.

           EVALUATE WS-OPCAO-GERAL
               WHEN 'F'
                   PERFORM 2100-FECHA-SESSAO
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   PERFORM 1200-EXECUTA-OPCAO
           END-EVALUATE.

      * o menu sai do catalogo TABPROG: so aparece o programa que o
      * CDDIREIT libera para o operador (ou para o perfil dele)
       1100-MONTA-OPCAO.
           CALL 'CDDIREIT' USING WS-OPER-CODIGO WS-OPER-PERFIL
               TP-PROGRAMA (WS-IX-PROG) WS-DIR-OPCAO WS-DIR-RETORNO.
           MOVE WS-DIR-RETORNO TO WS-PROG-LIBERADO (WS-IX-PROG).
           IF WS-DIR-RETORNO = 'S'
               DISPLAY '<' TP-LETRA (WS-IX-PROG) '> '
                   FUNCTION TRIM (TP-DESCRICAO (WS-IX-PROG)) ' ('
                   FUNCTION TRIM (TP-PROGRAMA (WS-IX-PROG)) ')'
           END-IF.

      * o programa e descarregado depois de usado para a proxima
      * chamada comecar do zero
      * com o online fechado pelo lote nenhum programa e aberto; em
      * somente leitura cada tela recusa as proprias gravacoes
       1200-EXECUTA-OPCAO.
           MOVE ZEROS TO WS-IX-ESCOLHA.
           PERFORM 1210-PROCURA-LETRA
               VARYING WS-IX-PROG FROM 1 BY 1
               UNTIL WS-IX-PROG > TP-QTD OR WS-IX-ESCOLHA > ZEROS.
           MOVE 'C' TO WS-ONL-FUNCAO.
           PERFORM 1300-CONSULTA-ONLINE.
           EVALUATE TRUE
               WHEN WS-IX-ESCOLHA = ZEROS
                   DISPLAY 'OPCAO INVALIDA'
               WHEN WS-PROG-LIBERADO (WS-IX-ESCOLHA) NOT = 'S'
                   DISPLAY 'OPCAO NAO PERMITIDA PARA SEU PERFIL'
               WHEN ONL-FECHADO
                   MOVE 'V' TO WS-ONL-FUNCAO
                   PERFORM 1300-CONSULTA-ONLINE
               WHEN OTHER
                   MOVE TP-PROGRAMA (WS-IX-ESCOLHA)
                     TO WS-PROGRAMA-CHAMADO
                   CALL WS-PROGRAMA-CHAMADO END-CALL
                   CANCEL WS-PROGRAMA-CHAMADO
           END-EVALUATE.

       1210-PROCURA-LETRA.
           IF TP-LETRA (WS-IX-PROG) = WS-OPCAO-GERAL
               MOVE WS-IX-PROG TO WS-IX-ESCOLHA
           END-IF.

       1300-CONSULTA-ONLINE.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

      * sessao que caiu (ociosa ou derrubada) nao executa a opcao
      * pedida: o operador passa de novo pelo logon e volta ao menu
       2000-CONFERE-SESSAO.
           MOVE 'V' TO WS-SESSAO-FUNCAO.
           CALL 'CDSESSAO' USING WS-SESSAO-FUNCAO WS-OPER-CODIGO
               WS-SESSAO-ID WS-SESSAO-RETORNO.
           IF NOT SESSAO-VALIDA
               EVALUATE TRUE
                   WHEN SESSAO-OCIOSA
                       DISPLAY 'SESSAO EXPIRADA POR INATIVIDADE'
                   WHEN SESSAO-DERRUBADA
                       DISPLAY 'SESSAO ENCERRADA POR LOGON EM OUTRO '
                           'TERMINAL'
                   WHEN OTHER
                       DISPLAY 'SESSAO NAO ENCONTRADA'
               END-EVALUATE
               DISPLAY 'FACA NOVO LOGON PARA CONTINUAR'
               MOVE SPACE TO WS-OPCAO-GERAL
               PERFORM 0100-LOGON
           END-IF.

       2100-FECHA-SESSAO.
           MOVE 'F' TO WS-SESSAO-FUNCAO.
           CALL 'CDSESSAO' USING WS-SESSAO-FUNCAO WS-OPER-CODIGO
               WS-SESSAO-ID WS-SESSAO-RETORNO.

       END PROGRAM MENUGERAL.
