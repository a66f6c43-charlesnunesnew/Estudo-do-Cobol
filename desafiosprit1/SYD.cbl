      *                     dominio aposentado sai da tabela carregada
      *                     e bloqueia cadastros novos, sem mexer nos
      *                     usuarios existentes.
      *   15/10/2026 CAN - sessao aberta pelo CDLOGON (SESSAO_ID)
      *                     conferida pelo CDSESSAO antes de cada opcao
      *                     do menu: ociosa alem do limite ou derrubada
      *                     por logon em outro terminal, a tela se
      *                     encerra e o operador volta ao logon.
      *   15/10/2026 CAN - template TPLCOD2F (codigo de acesso do
      *                     segundo fator do CDLOGON) semeado com os
      *                     demais no NOTIFTPL; NQ-PARAMETRO gravado em
      *                     branco nos eventos do cadastro.
      *   15/10/2026 CAN - trabalho feito por delegacao
      *                     (OPERADOR_DELEGANTE publicado pelo CDLOGON)
      *                     sai com o delegante em AU-DELEGANTE no
      *                     CADAUD e o menu mostra ATUANDO POR.
      *   15/10/2026 CAN - data de fim de contrato (FD-DT-FIM-CONTRATO)
      *                     opcional na inclusao e na alteracao: zeros =
      *                     sem data; informada, deve ser valida e
      *                     posterior a hoje (CDU0014). Trafega pelo
      *                     CADPEND (PD-ANT/PD-NOV-FIM-CONTRATO),
      *                     aparece na aprovacao e na consulta;
      *                     templates de aviso e bloqueio do passo
      *                     CDFIMCTR semeados no NOTIFTPL.
      *   15/10/2026 CAN - operador sem perfil de administrador so
      *                     enxerga usuarios do proprio departamento
      *                     (OPERADOR_DEPTO) e dos concedidos no
      *                     CADVISDP, conferido pelo CDVISDEP na
      *                     consulta, alteracao, complemento, listagem e
      *                     pesquisas por nome e CPF; registro fora do
      *                     escopo responde como nao encontrado e grava
      *                     a acao '4' no CADAUD (uma linha por listagem
      *                     ou pesquisa com a quantidade ocultada).
      *   15/10/2026 CAN - entrada e opcoes do menu liberadas pelo
      *                     CDDIREIT conforme a tabela de direitos
      *                     CADDIREI (por operador ou por perfil) em
      *                     lugar dos perfis fixos; consultar, listar e
      *                     pesquisar tambem passam a ser opcoes
      *                     controladas. Operador sem o direito ao
      *                     CDCLIE nao entra.
      *   15/10/2026 CAN - linha gravada no CADAUD passa pelo CDAUDCAD,
      *                     que a numera e encadeia o valor de
      *                     conferencia com a linha anterior.
      *   15/10/2026 CAN - consulta e exclusao mostram BLOQUEIO LEGAL
      *                     ATIVO quando o usuario esta retido
      *                     (CDBLQCHK), com o numero do processo so para
      *                     o administrador; exclusao de usuario retido
      *                     e recusada.
      *   15/10/2026 CAN - consentimento do titular por finalidade
      *                     (TABFINAL) pedido no cadastro e na alteracao
      *                     e gravado pelo CDCNSGRV; avisos de criacao e
      *                     alteracao na NOTIFQ so para quem consentiu
      *                     nos avisos da conta (CDCNSCHK).
      *   15/10/2026 CAN - template TPLSNEMG (senha temporaria do
      *                     reinicio emergencial do CDSENEMG) semeado no
      *                     NOTIFTPL.
      *   15/10/2026 CAN - conta nova gravada sem data de confirmacao
      *                     dos dados (FD-DT-CONFIRMA zerada): o proprio
      *                     titular confirma no primeiro logon.
      *   15/10/2026 CAN - nome social opcional no cadastro, na
      *                     alteracao e na aprovacao
      *                     (PD-ANT/PD-NOV-NM-SOCIAL), dividido pelo
      *                     CDDIVNOM; resumo, listas, pesquisa por nome
      *                     e saudacao da NOTIFQ (NQ-TRATAMENTO) usam o
      *                     nome social quando houver; consulta por CPF
      *                     segue com o civil.
      *   15/10/2026 CAN - telefone com prefixo de 5 digitos (celular
      *                     com o nono digito) e tipo C celular / F fixo
      *                     na tela, no CADREJ e na fila do CADPEND;
      *                     cadastro e alteracao conferem o numero no
      *                     novo CDVALFON (DDD existente, 9 inicial do
      *                     celular, prefixo 2 a 5 do fixo) - mensagem
      *                     CDU0015.
      *   15/10/2026 CAN - pesquisa por nome sem distinguir maiusculas e
      *                     acentos (forma de pesquisa do CDNORNOM).
      *   15/10/2026 CAN - opcao <E> EMAIL DEVOLVIDO: lista as contas do
      *                     escopo com email invalidado pelo retorno do
      *                     servidor de correio (CDMAILRET), para
      *                     correcao pela alteracao normal; a aprovacao
      *                     de email trocado volta a situacao do email a
      *                     valida.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - cada gravacao no CADUSER manda a imagem do
      *                     registro ao jornal de recuperacao JRNUSR
      *                     pelo CDJRNUSR.
      *   15/10/2026 CAN - opcoes que gravam (N, A, D, B, Q, R e M)
      *                     conferem a situacao do online no CDONLINE
      *                     antes de abrir: com o lote em somente
      *                     leitura ou fechado a caixa do FORMERRO sai
      *                     com o codigo ONL e a opcao nao roda; a
      *                     consulta segue, sem carimbar a data de
      *                     acesso.
      *   15/10/2026 CAN - a situacao do online e conferida de novo
      *                     logo antes de cada gravacao das opcoes
      *                     (cadastro, senha, pedidos, desbloqueio,
      *                     aprovacao e complemento); com o online
      *                     restrito no meio da opcao nada e gravado.
      *   15/10/2026 CAN - FIM-BUSCA-ARQ volta para baixo do
      *                     WS-BUSCA-FIM-ARQ: as buscas por nome e por
      *                     CPF voltam a parar no fim do arquivo.
      ******************************************************************
           IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCLIE.
       FD CADCTRL.
       01 REG-CTRL.
           03 CT-CHAVE                   PIC 9(1).
           03 CT-ULT-SEQUENCIA           PIC 9(8).
           03 CT-ULT-GRAVADO             PIC 9(8).

       FD CADDOM.
           COPY REGDOM.
       01 REG-DEPTO.
           03 DP-CODIGO                  PIC X(04).
           03 DP-DESCRICAO               PIC X(30).
           03 DP-GESTOR                  PIC 9(08).

       FD CADPEND.
           COPY REGPEND.

       FD CADSEN.
       01 REG-SENHIST.
           03 SH-CD-USER                 PIC 9(8).
           03 SH-SENHA-ANT OCCURS 5 TIMES
                                         PIC X(8).

        88 FS-CADUSER-REG-NAO-ACHADO     VALUE 23.
        88 FS-CADUSER-REG-TRAVADO        VALUE 51.
        88 FS-CADUSER-ERRO-IO            VALUE 30 THRU 99.
       77 WS-JRN-OPERACAO                PIC X(01) VALUE SPACE.
       77 WS-JRN-PROGRAMA                PIC X(10) VALUE 'CDCLIE'.
       77 WS-FS-CADUSER-SALVO             PIC 99.
       77 WS-FS-CADCTRL                  PIC 99.
       77 WS-FS-CADDOM                   PIC 99.
       77 WS-FS-NOTIFTPL                 PIC 99.
       77 WS-NOTIF-EVENTO                PIC X(10) VALUE SPACES.
       77 WS-NOTIF-TEMPLATE              PIC X(08) VALUE SPACES.
      * consentimento do titular por finalidade, na ordem da tabela
      * TABFINAL (CDCNSCHK consulta, CDCNSGRV grava)
       01 WS-CNS-RESPOSTAS.
           03 WS-CNS-AVISOS              PIC X(01) VALUE 'N'.
           03 WS-CNS-RH                  PIC X(01) VALUE 'N'.
           03 WS-CNS-ESTATISTICA         PIC X(01) VALUE 'N'.
           03 WS-CNS-MARKETING           PIC X(01) VALUE 'N'.
       01 WS-CNS-RESPOSTAS-R REDEFINES WS-CNS-RESPOSTAS.
           03 WS-CNS-RESPOSTA OCCURS 4 TIMES
                                         PIC X(01).
       77 WS-IX-CNS                      PIC 9(02) VALUE ZEROS.
       77 WS-CNS-FINALIDADE              PIC X(01) VALUE SPACE.
       77 WS-CNS-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-CNS-CANAL                   PIC X(01) VALUE 'T'.
       77 WS-CNS-RETORNO                 PIC X(01) VALUE SPACE.
           COPY TABFINAL.
       01 WS-AUDITORIA.
           03 WS-AUD-ACAO                PIC X(1).
            88 AUD-INCLUSAO               VALUE 'N'.
       77 WS-IX-DEPT                     PIC 9(03) VALUE ZEROS.
       77 WS-DEPT-ENCONTRADO             PIC X VALUE 'N'.
       77 WS-DEPTO-NOVO                  PIC X(04) VALUE SPACES.
       77 WS-FIM-CONTRATO                PIC 9(08) VALUE ZEROS.
       77 WS-FIM-CONTRATO-OK             PIC X VALUE 'S'.
       77 WS-CPF-ENTRADA                 PIC X(11) VALUE SPACES.
       77 WS-PERFIL-ENTRADA              PIC X(01) VALUE SPACE.
       77 WS-CEP-TEXTO                   PIC X(08) VALUE SPACES.
       77 WS-COMPLETA-PERFIL             PIC X VALUE 'N'.
       77 WS-EMAIL-DUPLICADO             PIC X VALUE 'N'.
       77 WS-PHONE-DUPLICADO             PIC X VALUE 'N'.
       77 WS-FONE-OK                     PIC X VALUE 'S'.
       77 WS-FONE-MSG                    PIC X(50) VALUE SPACES.
       77 WS-TIPO-CONSULTA               PIC X VALUE '1'.
       77 WS-OPER-CODIGO                 PIC 9(08) VALUE ZEROS.
       77 WS-OPER-CODIGO-TEXTO           PIC X(08) VALUE SPACES.
       77 WS-OPER-DELEGANTE              PIC X(08) VALUE SPACES.
       77 WS-OPER-PERFIL                 PIC X(01) VALUE SPACE.
        88 OPER-ADMIN                    VALUE 'A'.
        88 OPER-OPERADOR                 VALUE 'O'.
        88 OPER-CONSULTA                 VALUE 'C'.
       77 WS-OPER-DEPTO                  PIC X(04) VALUE SPACES.
      * escopo de visibilidade por departamento (CDVISDEP)
       77 WS-ESCOPO-RETORNO              PIC X(01) VALUE 'S'.
        88 ESCOPO-VISIVEL                VALUE 'S'.
       77 WS-ESCOPO-OCULTOS              PIC 9(05) VALUE ZEROS.
       77 WS-ESCOPO-CD-USER              PIC 9(08) VALUE ZEROS.
      * bloqueio legal do usuario consultado (CDBLQCHK); o numero do
      * processo so aparece para o administrador
       77 WS-BLQ-RETORNO                 PIC X(01) VALUE SPACE.
        88 USUARIO-RETIDO                VALUE 'S'.
       77 WS-BLQ-PROCESSO                PIC X(20) VALUE SPACES.
       77 WS-BLQ-AVISO                   PIC X(60) VALUE SPACES.
       77 WS-ESCOPO-TEXTO                PIC X(50) VALUE SPACES.
       77 WS-SESSAO-FUNCAO               PIC X(01) VALUE SPACE.
       77 WS-SESSAO-ID                   PIC X(14) VALUE SPACES.
       77 WS-SESSAO-RETORNO              PIC X(01) VALUE SPACE.
        88 SESSAO-VALIDA                 VALUE 'S'.
        88 SESSAO-OCIOSA                 VALUE 'O'.
       77 WS-PERFIL-NOVO                 PIC X(01) VALUE 'C'.
       77 WS-OPCAO-PERMITIDA             PIC X VALUE 'S'.
        88 OPCAO-PERMITIDA               VALUE 'S'.
      * linhas do menu na ordem das opcoes de TP-OPCOES-CDCLIE; a
      * linha em branco e opcao que o CDDIREIT nao liberou
       01 WS-MENU-PERFIL.
           03 WS-MENU-LINHAS.
               05 WS-MENU-LIN-N          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-C          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-A          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-D          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-L          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-P          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-B          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-Q          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-R          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-M          PIC X(22) VALUE SPACES.
               05 WS-MENU-LIN-E          PIC X(22) VALUE SPACES.
           03 WS-MENU-LINHAS-R REDEFINES WS-MENU-LINHAS.
               05 WS-MENU-LIN OCCURS 11 TIMES
                                         PIC X(22).
           03 WS-MENU-DELEGACAO          PIC X(22) VALUE SPACES.
       01 WS-TAB-TEXTO-OPCAO.
           03 FILLER PIC X(22) VALUE '<N> NOVO CADASTRO'.
           03 FILLER PIC X(22) VALUE '<C> CONSULTAR USUARIO'.
           03 FILLER PIC X(22) VALUE '<A> ALTERAR USUARIO'.
           03 FILLER PIC X(22) VALUE '<D> EXCLUIR USUARIO'.
           03 FILLER PIC X(22) VALUE '<L> LISTAR USUARIOS'.
           03 FILLER PIC X(22) VALUE '<P> PESQUISAR POR NOME'.
           03 FILLER PIC X(22) VALUE '<B> DESBLOQUEAR CONTA'.
           03 FILLER PIC X(22) VALUE '<Q> APROVACOES'.
           03 FILLER PIC X(22) VALUE '<R> REPROCESSAR REJ.'.
           03 FILLER PIC X(22) VALUE '<M> COMPLETAR CADAST'.
           03 FILLER PIC X(22) VALUE '<E> EMAIL DEVOLVIDO'.
       01 WS-TAB-TEXTO-OPCAO-R REDEFINES WS-TAB-TEXTO-OPCAO.
           03 WS-TEXTO-OPCAO OCCURS 11 TIMES
                                         PIC X(22).
           COPY TABPROG.
       77 WS-IX-OPC                      PIC 9(02) VALUE ZEROS.
       77 WS-DIR-PROGRAMA                PIC X(10) VALUE 'CDCLIE'.
       77 WS-DIR-OPCAO                   PIC X(01) VALUE SPACE.
       77 WS-DIR-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-DESB-QTD                    PIC 9(02) VALUE ZEROS.
       77 WS-DEVOL-QTD                   PIC 9(04) VALUE ZEROS.
       77 WS-DESB-FIM-ARQ                PIC X VALUE 'N'.
        88 FIM-DESB-ARQ                  VALUE 'S'.
       77 WS-PEND-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-REJ-DET.
           03 WS-RJD-DATA                PIC X(8).
           03 WS-RJD-HORA                PIC X(6).
           03 WS-RJD-CD-USER             PIC 9(8).
           03 WS-RJD-NM                  PIC X(100).
           03 WS-RJD-EMAIL               PIC X(100).
           03 WS-RJD-PHONE               PIC 9(13).
           03 WS-RJD-FONE-TIPO           PIC X(01).
           03 WS-RJD-MOTIVO              PIC X(50).
           03 WS-RJD-SITUACAO            PIC X(01).
       77 WS-OPCAO                       PIC X.
       77 WS-LISTA-FIM-ARQ               PIC X VALUE 'N'.
        88 FIM-LISTA-ARQ                 VALUE 'S'.
       01 WS-TAB-PAG-INICIO.
           03 WS-PAG-INICIO-COD OCCURS 50 TIMES PIC 9(08).

       77 WS-BUSCA-NOME                  PIC X(20).
       77 WS-BUSCA-TAM                   PIC 9(02) VALUE ZEROS.
       77 WS-BUSCA-FIM-ARQ               PIC X VALUE 'N'.
        88 FIM-BUSCA-ARQ                 VALUE 'S'.
       01 WS-TAB-BUSCA.
           03 WS-BUSCA-COD OCCURS 15 TIMES PIC 9(08).
      * forma de pesquisa (maiusculas, sem acento - CDNORNOM) do texto
      * digitado e das partes do nome do registro lido
       77 WS-BUSCA-NORMAL                PIC X(100) VALUE SPACES.
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL                 PIC X(100) VALUE SPACES.
       01 WS-NOME-PARTES-NORMAL.
           03 WS-NORM-PRIMEIRO           PIC X(20).
           03 WS-NORM-ULTIMO             PIC X(20).
           03 WS-NORM-NS-PRIMEIRO        PIC X(20).
           03 WS-NORM-NS-ULTIMO          PIC X(20).
       01 CAD-USER.
           03 WS-CD-USER                 PIC 9(8).
           03 WS-NM                      PIC X(100).
           03 WS-EMAIL                   PIC X(100).
           03 WS-PHONE.
               05 WS-PHONE-PAIS           PIC 9(02) VALUE 55.
               05 WS-PHONE-DDD            PIC 9(02).
               05 WS-PHONE-PREFIXO        PIC 9(05).
               05 WS-PHONE-SUFIXO         PIC 9(04).
           03 WS-PHONE-TIPO              PIC X(01).
           03 WS-PASSWORD                PIC X(8).
           03 WS-ENDERECO.
               05 WS-RUA                  PIC X(30).
               05 WS-UF                   PIC X(02).
               05 WS-CEP                  PIC 9(08).
           03 WS-CPF                     PIC 9(11).
           03 WS-NM-SOCIAL               PIC X(100).
       01 WS-CPF-TRABALHO.
           03 WS-CPF-DIGITOS             PIC 9(11).
           03 WS-CPF-TAB REDEFINES WS-CPF-DIGITOS.
       77 WS-CPF-DUPLICADO               PIC X VALUE 'N'.

       01 WS-DV-TRABALHO.
           03 WS-DV-CODIGO               PIC 9(08).
           03 WS-DV-TAB REDEFINES WS-DV-CODIGO.
               05 WS-DV-DIG OCCURS 8 TIMES
                                         PIC 9(01).
       77 WS-DV-SOMA                     PIC 9(04) COMP.
       77 WS-DV-RESTO                    PIC 9(02) COMP.
           03 WS-NC-ULTIMO               PIC X(20).
           03 FILLER                     PIC X(02) VALUE ', '.
           03 WS-NC-PRIMEIRO             PIC X(20).
       77 WS-NOME-EXIBICAO               PIC X(100) VALUE SPACES.
       01 WS-EMAILCOMPLETO.
           03 WS-PRE-EMAIL               PIC X(30).
           03 WS-SUF-EMAIL               PIC X(30).
       77 WRK-ERRO-L2                    PIC X(50).
       77 WRK-ERRO-L3                    PIC X(50).

      * situacao do online imposta pelo lote (CDONLINE / SISONL):
      * opcoes que gravam no cadastro so rodam com o online aberto
       77 WS-ONL-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-ONL-SITUACAO                PIC X(01) VALUE SPACE.
       77 WS-ONL-PASSO                   PIC X(12) VALUE SPACES.
       77 WS-ONL-LIBERADO                PIC X(01) VALUE 'S'.
        88 ONL-LIBERADO                  VALUE 'S'.
       77 WS-ONL-CODIGO                  PIC X(07) VALUE SPACES.
       77 WS-ONL-AVISO                   PIC X(50) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.

       01 TELA-MENU.
            05 OP-MENU FOREGROUND-COLOR 2.
               10 LINE 04 COLUMN 10 PIC X(22) FROM WS-MENU-DELEGACAO.
               10 LINE 05 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-N.
               10 LINE 06 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-C.
               10 LINE 07 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-A.
               10 LINE 08 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-D.
               10 LINE 09 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-L.
               10 LINE 10 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-P.
               10 LINE 11 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-B.
               10 LINE 12 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-Q.
               10 LINE 13 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-R.
               10 LINE 14 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-M.
               10 LINE 15 COLUMN 10 PIC X(22) FROM WS-MENU-LIN-E.
               10 LINE 16 COLUMN 10 VALUE '<F> FINALIZAR'.
               10 LINE 17 COLUMN 10 VALUE 'OPCAO..: '.
               10 COLUMN PLUS 2 PIC X(01) USING WS-OPCAO-MENU.

       01 TELA-CHAVE.
            05 CHAVE-CONSULTA FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'CODIGO.: '.
               10 COLUMN PLUS 2 PIC 9(08) USING WS-CD-USER.
               10 COLUMN PLUS 1 VALUE '-'.
               10 COLUMN PLUS 1 PIC 9(01) USING WS-CD-DV-ENTRADA.

               10 COLUMN PLUS 1 VALUE ' ('.
               10 COLUMN PLUS 1 PIC 9(02) USING WS-PHONE-DDD.
               10 COLUMN PLUS 1 VALUE ') '.
               10 COLUMN PLUS 1 PIC 9(05) USING WS-PHONE-PREFIXO.
               10 COLUMN PLUS 1 VALUE '-'.
               10 COLUMN PLUS 1 PIC 9(04) USING WS-PHONE-SUFIXO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'CODIGO.: '.
               10 COLUMN PLUS 2 PIC 9(08) FROM WS-CD-USER.
               10 COLUMN PLUS 1 VALUE '-'.
               10 COLUMN PLUS 1 PIC 9(01) FROM WS-CD-DV.
      *             BLANK WHEN ZEROS.
            05 SS-DADOS.
               10 LINE 11 COLUMN 10 VALUE 'NOME...: '.
               10 COLUMN PLUS 2 PIC X(100) USING WS-NM.
               10 LINE 09 COLUMN 10 VALUE 'SOCIAL.: '.
               10 COLUMN PLUS 2 PIC X(100) USING WS-NM-SOCIAL.
               10 LINE 12 COLUMN 10 VALUE 'EMAIL..: '.
               10 COLUMN PLUS 2 PIC X(100) USING WS-EMAIL.
               10 LINE 13 COLUMN 10 VALUE 'FONE...: +'.
               10 COLUMN PLUS 1 VALUE ' ('.
               10 COLUMN PLUS 1 PIC 9(02) USING WS-PHONE-DDD.
               10 COLUMN PLUS 1 VALUE ') '.
               10 COLUMN PLUS 1 PIC 9(05) USING WS-PHONE-PREFIXO.
               10 COLUMN PLUS 1 VALUE '-'.
               10 COLUMN PLUS 1 PIC 9(04) USING WS-PHONE-SUFIXO.
               10 COLUMN PLUS 2 VALUE 'TIPO (C/F): '.
               10 COLUMN PLUS 1 PIC X(01) USING WS-PHONE-TIPO.
               10 LINE 14 COLUMN 10 VALUE 'RUA....: '.
               10 COLUMN PLUS 2 PIC X(30) USING WS-RUA.
               10 LINE 15 COLUMN 10 VALUE 'BAIRRO.: '.
               10 COLUMN PLUS 2 PIC X(01) USING WS-PERFIL-NOVO.
               10 COLUMN PLUS 2 VALUE 'DEPTO: '.
               10 COLUMN PLUS 1 PIC X(04) USING WS-DEPTO-NOVO.
               10 COLUMN PLUS 2 VALUE 'FIM CONTRATO: '.
               10 COLUMN PLUS 1 PIC 9(08) USING WS-FIM-CONTRATO.
               10 LINE 20 COLUMN 15 VALUE 'OPCAO......: ' .
               10 LINE 20 COLUMN 28 USING WS-OPCAO.

       01 TELA-REGISTRO-CONSULTA.
            05 CHAVE-CONS FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'CODIGO.: '.
               10 COLUMN PLUS 2 PIC 9(08) FROM WS-CD-USER.
               10 COLUMN PLUS 1 VALUE '-'.
               10 COLUMN PLUS 1 PIC 9(01) FROM WS-CD-DV.
            05 SS-DADOS-CONS.
               10 LINE 11 COLUMN 10 VALUE 'SOCIAL.: '.
               10 COLUMN PLUS 2 PIC X(100) FROM WS-NM-SOCIAL.
               10 LINE 12 COLUMN 10 VALUE 'NOME...: '.
               10 COLUMN PLUS 2 PIC X(100) FROM WS-NM.
               10 LINE 13 COLUMN 10 VALUE 'RESUMO.: '.
               10 COLUMN PLUS 2 PIC X(42) FROM WS-NOME-CURTO.
               10 LINE 14 COLUMN 10 VALUE 'EMAIL..: '.
               10 COLUMN PLUS 2 PIC X(100) FROM WS-EMAIL.
               10 LINE 15 COLUMN 10 VALUE 'CONTR..: '.
               10 COLUMN PLUS 2 PIC 9(08) FROM WS-FIM-CONTRATO.
               10 LINE 16 COLUMN 10 VALUE 'FONE...: +'.
               10 COLUMN PLUS 1 PIC 9(02) FROM WS-PHONE-PAIS.
               10 COLUMN PLUS 1 VALUE ' ('.
               10 COLUMN PLUS 1 PIC 9(02) FROM WS-PHONE-DDD.
               10 COLUMN PLUS 1 VALUE ') '.
               10 COLUMN PLUS 1 PIC 9(05) FROM WS-PHONE-PREFIXO.
               10 COLUMN PLUS 1 VALUE '-'.
               10 COLUMN PLUS 1 PIC 9(04) FROM WS-PHONE-SUFIXO.
               10 COLUMN PLUS 2 VALUE 'TIPO: '.
               10 COLUMN PLUS 1 PIC X(01) FROM WS-PHONE-TIPO.
               10 LINE 17 COLUMN 10 VALUE 'RUA....: '.
               10 COLUMN PLUS 2 PIC X(30) FROM WS-RUA.
               10 LINE 18 COLUMN 10 VALUE 'BAIRRO.: '.
               10 COLUMN PLUS 1 PIC 9(11) FROM WS-CPF.
               10 COLUMN PLUS 2 VALUE 'DEPTO: '.
               10 COLUMN PLUS 1 PIC X(04) FROM WS-DEPTO-NOVO.
               10 LINE 21 COLUMN 10 PIC X(60) FROM WS-BLQ-AVISO
                             FOREGROUND-COLOR 4.

       01 TELA-CONSENTIMENTO.
            05 CN-CONSENT FOREGROUND-COLOR 2.
               10 LINE 21 COLUMN 10 VALUE 'CONSENTE (S/N) AVISOS:'.
               10 COLUMN PLUS 1 PIC X(01) USING WS-CNS-AVISOS.
               10 COLUMN PLUS 2 VALUE 'RH:'.
               10 COLUMN PLUS 1 PIC X(01) USING WS-CNS-RH.
               10 COLUMN PLUS 2 VALUE 'ESTATISTICA:'.
               10 COLUMN PLUS 1 PIC X(01) USING WS-CNS-ESTATISTICA.
               10 COLUMN PLUS 2 VALUE 'MARKETING:'.
               10 COLUMN PLUS 1 PIC X(01) USING WS-CNS-MARKETING.

       01 TELA-SENHA-CONFIRMA.
            05 CS-SENHA FOREGROUND-COLOR 2.
       1045-IDENTIFICA-OPERADOR.
           ACCEPT WS-OPER-CODIGO-TEXTO
               FROM ENVIRONMENT "OPERADOR_CODIGO".
           ACCEPT WS-OPER-DELEGANTE
               FROM ENVIRONMENT "OPERADOR_DELEGANTE".
           ACCEPT WS-OPER-PERFIL FROM ENVIRONMENT "OPERADOR_PERFIL".
           ACCEPT WS-OPER-DEPTO FROM ENVIRONMENT "OPERADOR_DEPTO".
           ACCEPT WS-SESSAO-ID FROM ENVIRONMENT "SESSAO_ID".
           IF WS-OPER-CODIGO-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-OPER-CODIGO-TEXTO)
                 TO WS-OPER-CODIGO
           IF WS-OPER-PERFIL = SPACE
               MOVE 'A' TO WS-OPER-PERFIL
           END-IF.
           MOVE SPACE TO WS-OPCAO-MENU.
           MOVE SPACE TO WS-DIR-OPCAO.
           CALL 'CDDIREIT' USING WS-OPER-CODIGO WS-OPER-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO NOT = 'S'
               DISPLAY 'CADASTRO DE USUARIOS NAO LIBERADO PARA O '
                   'OPERADOR - CONSULTE A TABELA DE DIREITOS'
               MOVE 'F' TO WS-OPCAO-MENU
           END-IF.
           PERFORM 1046-MONTA-MENU-PERFIL.

      * cada opcao do menu aparece so se o CDDIREIT liberar a opcao
      * do CDCLIE para o operador ou para o perfil dele (CADDIREI)
       1046-MONTA-MENU-PERFIL.
           MOVE SPACES TO WS-MENU-PERFIL.
           PERFORM 1046-LIBERA-OPCAO
               VARYING WS-IX-OPC FROM 1 BY 1 UNTIL WS-IX-OPC > 11.
           IF WS-OPER-DELEGANTE NOT = SPACES
               STRING 'ATUANDO POR ' WS-OPER-DELEGANTE
                   DELIMITED BY SIZE INTO WS-MENU-DELEGACAO
           END-IF.

       1046-LIBERA-OPCAO.
           MOVE TP-OPCOES-CDCLIE (WS-IX-OPC:1) TO WS-DIR-OPCAO.
           CALL 'CDDIREIT' USING WS-OPER-CODIGO WS-OPER-PERFIL
               WS-DIR-PROGRAMA WS-DIR-OPCAO WS-DIR-RETORNO.
           IF WS-DIR-RETORNO = 'S'
               MOVE WS-TEXTO-OPCAO (WS-IX-OPC)
                 TO WS-MENU-LIN (WS-IX-OPC)
           END-IF.

       1040-CARREGA-DOMINIOS.
               MOVE 'TPLDESBL;SUA CONTA FOI DESBLOQUEADA'
                 TO REG-TEMPLATE
               WRITE REG-TEMPLATE
               MOVE 'TPLCOD2F;SEU CODIGO DE ACESSO DE ADMINISTRADOR'
                 TO REG-TEMPLATE
               WRITE REG-TEMPLATE
               MOVE 'TPLAVCTR;SEU CONTRATO TERMINA EM BREVE'
                 TO REG-TEMPLATE
               WRITE REG-TEMPLATE
               MOVE 'TPLAVGCT;CONTRATO DE SUA EQUIPE TERMINA EM BREVE'
                 TO REG-TEMPLATE
               WRITE REG-TEMPLATE
               MOVE 'TPLFIMCT;SEU CONTRATO TERMINOU - CONTA BLOQUEADA'
                 TO REG-TEMPLATE
               WRITE REG-TEMPLATE
               MOVE 'TPLFIMGC;CONTA DE SUA EQUIPE BLOQUEADA - FIM CONTR'
                 TO REG-TEMPLATE
               WRITE REG-TEMPLATE
               MOVE 'TPLSNEMG;SUA SENHA FOI REINICIADA POR SEGURANCA'
                 TO REG-TEMPLATE
               WRITE REG-TEMPLATE
               CLOSE NOTIFTPL
           ELSE
               IF WS-FS-NOTIFTPL = 0
           END-IF.

      * um evento por acontecimento relevante ao titular; o job de
      * correio consome a fila e monta a mensagem pelo template.
      * Criacao e alteracao sao avisos da conta e so saem para quem
      * consentiu (finalidade N); exclusao e desbloqueio sao avisos
      * obrigatorios e saem sempre
       1107-GRAVA-NOTIFICACAO.
           MOVE 'S' TO WS-CNS-RETORNO.
           IF WS-NOTIF-EVENTO = 'CRIACAO' OR
              WS-NOTIF-EVENTO = 'ALTERACAO'
               MOVE 'N' TO WS-CNS-FINALIDADE
               CALL 'CDCNSCHK' USING WS-CD-USER WS-CNS-FINALIDADE
                   WS-CNS-RETORNO
           END-IF.
           IF WS-CNS-RETORNO = 'S'
               ACCEPT NQ-DATA FROM DATE YYYYMMDD
               ACCEPT NQ-HORA FROM TIME
               MOVE WS-NOTIF-EVENTO   TO NQ-EVENTO
               MOVE WS-CD-USER        TO NQ-CD-USER
               MOVE WS-EMAIL          TO NQ-EMAIL
               MOVE WS-NOTIF-TEMPLATE TO NQ-TEMPLATE
               MOVE SPACES            TO NQ-PARAMETRO
               IF FD-NM-SOCIAL = SPACES
                   MOVE FD-NM-PRIMEIRO TO NQ-TRATAMENTO
               ELSE
                   MOVE FD-NS-PRIMEIRO TO NQ-TRATAMENTO
               END-IF
               WRITE REG-NOTIFICACAO
           END-IF.

      * consentimentos vigentes do usuario para a tela da alteracao
       1108-CARREGA-CONSENTIMENTOS.
           PERFORM 1108-CONSULTA-FINALIDADE
               VARYING WS-IX-CNS FROM 1 BY 1 UNTIL WS-IX-CNS > TF-QTD.

       1108-CONSULTA-FINALIDADE.
           MOVE TF-CODIGO (WS-IX-CNS) TO WS-CNS-FINALIDADE.
           CALL 'CDCNSCHK' USING WS-CD-USER WS-CNS-FINALIDADE
               WS-CNS-RETORNO.
           MOVE WS-CNS-RETORNO TO WS-CNS-RESPOSTA (WS-IX-CNS).

      * o que nao for S conta como nao consentido
       1109-PEDE-CONSENTIMENTOS.
           DISPLAY TELA-CONSENTIMENTO.
           ACCEPT TELA-CONSENTIMENTO.
           MOVE FUNCTION UPPER-CASE (WS-CNS-RESPOSTAS)
             TO WS-CNS-RESPOSTAS.
           PERFORM 1109-NORMALIZA-RESPOSTA
               VARYING WS-IX-CNS FROM 1 BY 1 UNTIL WS-IX-CNS > TF-QTD.

       1109-NORMALIZA-RESPOSTA.
           IF WS-CNS-RESPOSTA (WS-IX-CNS) NOT = 'S'
               MOVE 'N' TO WS-CNS-RESPOSTA (WS-IX-CNS)
           END-IF.

      * concessao ou revogacao de cada finalidade; o CDCNSGRV ignora
      * a que nao mudou e leva as demais para o historico CADCNSLG
       1110-GRAVA-CONSENTIMENTOS.
           PERFORM 1110-GRAVA-FINALIDADE
               VARYING WS-IX-CNS FROM 1 BY 1 UNTIL WS-IX-CNS > TF-QTD.

       1110-GRAVA-FINALIDADE.
           MOVE TF-CODIGO (WS-IX-CNS) TO WS-CNS-FINALIDADE.
           IF WS-CNS-RESPOSTA (WS-IX-CNS) = 'S'
               MOVE 'C' TO WS-CNS-SITUACAO
           ELSE
               MOVE 'R' TO WS-CNS-SITUACAO
           END-IF.
           CALL 'CDCNSGRV' USING WS-CD-USER WS-CNS-FINALIDADE
               WS-CNS-SITUACAO WS-CNS-CANAL WS-OPER-CODIGO
               WS-CNS-RETORNO.

      * a tabela de departamentos valida o campo novo do cadastro;
      * sem o arquivo ela nasce com o departamento generico, como o
               MOVE 'S' TO WS-DEPT-ENCONTRADO
           END-IF.

      * zeros = conta sem fim de contrato; informada, tem de ser uma
      * data valida posterior a hoje - o bloqueio e do passo CDFIMCTR
       1077-VALIDA-FIM-CONTRATO.
           MOVE 'S' TO WS-FIM-CONTRATO-OK.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           IF WS-FIM-CONTRATO NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIM-CONTRATO) NOT = 0
                   MOVE 'N' TO WS-FIM-CONTRATO-OK
               ELSE
                   IF WS-FIM-CONTRATO NOT > WS-DT-ATUAL
                       MOVE 'N' TO WS-FIM-CONTRATO-OK
                   END-IF
               END-IF
           END-IF.

      * operador sem perfil de administrador so enxerga o proprio
      * departamento e os concedidos no CADVISDP; o registro lido no
      * FD fica visivel ou nao conforme o CDVISDEP
       1078-VERIFICA-ESCOPO.
           CALL 'CDVISDEP' USING WS-OPER-CODIGO WS-OPER-PERFIL
               WS-OPER-DEPTO FD-DEPTO WS-ESCOPO-RETORNO.

      * acesso negado fora do escopo (acao '4'): na leitura de um
      * registro vai o codigo e o departamento dele; listagem e
      * pesquisa gravam uma linha so com a quantidade ocultada
       1079-REGISTRA-FORA-ESCOPO.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE WS-ESCOPO-CD-USER TO AU-CD-USER.
           MOVE '4'               TO AU-ACAO.
           MOVE WS-ESCOPO-TEXTO   TO AU-NM.
           MOVE SPACES            TO AU-EMAIL.
           STRING 'OPERADOR DEPTO ' WS-OPER-DEPTO
               ' - REGISTROS OCULTOS ' WS-ESCOPO-OCULTOS
               DELIMITED BY SIZE INTO AU-EMAIL.
           MOVE WS-OPER-CODIGO    TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

      * registro fora do escopo responde como inexistente
       1083-NEGA-FORA-ESCOPO.
           MOVE FD-CD-USER TO WS-ESCOPO-CD-USER.
           MOVE 1 TO WS-ESCOPO-OCULTOS.
           MOVE SPACES TO WS-ESCOPO-TEXTO.
           STRING 'ACESSO NEGADO FORA DO ESCOPO - DEPTO ' FD-DEPTO
               DELIMITED BY SIZE INTO WS-ESCOPO-TEXTO.
           PERFORM 1079-REGISTRA-FORA-ESCOPO.
           MOVE 'REGISTRO NAO ENCONTRADO' TO WRK-MSGERRO.
           PERFORM 1105-EXIBE-ERRO.

       1084-RESUME-FORA-ESCOPO.
           IF WS-ESCOPO-OCULTOS > ZEROS
               MOVE ZEROS TO WS-ESCOPO-CD-USER
               PERFORM 1079-REGISTRA-FORA-ESCOPO
           END-IF.

      * com nome social o resumo e as listas mostram o nome social;
      * o nome civil continua na tela para quem precisa dele
       1100-FORMATA-NOME-CURTO.
           IF FD-NM-SOCIAL = SPACES
               MOVE FD-NM-ULTIMO   TO WS-NC-ULTIMO
               MOVE FD-NM-PRIMEIRO TO WS-NC-PRIMEIRO
               MOVE FD-NM          TO WS-NOME-EXIBICAO
           ELSE
               MOVE FD-NS-ULTIMO   TO WS-NC-ULTIMO
               MOVE FD-NS-PRIMEIRO TO WS-NC-PRIMEIRO
               MOVE FD-NM-SOCIAL   TO WS-NOME-EXIBICAO
           END-IF.

       1101-OFUSCA-SENHA.
           MOVE SPACES TO WS-SENHA-OFUSCADA.
                   MOVE 0 TO FD-TENTATIVAS
                   PERFORM 1094-DATA-ACESSO
                   REWRITE REG-USER
                   IF WS-FS-CADUSER = 0
                       MOVE 'A' TO WS-JRN-OPERACAO
                       PERFORM 1093-GRAVA-JORNAL
                   END-IF
                   MOVE 'S' TO WS-ACESSO-LIBERADO
               ELSE
                   ADD 1 TO FD-TENTATIVAS
                   IF FD-TENTATIVAS >= WS-LIMITE-TENTATIVAS
                       MOVE 'S' TO FD-BLOQUEADO
                       REWRITE REG-USER
                       IF WS-FS-CADUSER = 0
                           MOVE 'A' TO WS-JRN-OPERACAO
                           PERFORM 1093-GRAVA-JORNAL
                       END-IF
                       MOVE 'SENHA INCORRETA - CONTA BLOQUEADA'
                         TO WRK-MSGERRO
                       PERFORM 1105-EXIBE-ERRO
                   ELSE
                       REWRITE REG-USER
                       IF WS-FS-CADUSER = 0
                           MOVE 'A' TO WS-JRN-OPERACAO
                           PERFORM 1093-GRAVA-JORNAL
                       END-IF
                       MOVE 'SENHA INCORRETA' TO WRK-MSGERRO
                       PERFORM 1105-EXIBE-ERRO
                   END-IF
           MOVE FD-NM-PRIMEIRO TO WS-PRIM-NOME.
           MOVE FD-NM-MEIO     TO WS-SEGU-NOME.
           MOVE FD-NM-ULTIMO   TO WS-TERC-NOME.
           MOVE WS-NM-SOCIAL   TO FD-NM-SOCIAL.
           IF WS-NM-SOCIAL = SPACES
               MOVE SPACES TO FD-NS-PRIMEIRO FD-NS-MEIO FD-NS-ULTIMO
           ELSE
               CALL 'CDDIVNOM' USING WS-NM-SOCIAL FD-NS-PRIMEIRO
                   FD-NS-MEIO FD-NS-ULTIMO
           END-IF.

      * imagem do registro gravado no CADUSER para o jornal de
      * recuperacao JRNUSR
       1093-GRAVA-JORNAL.
           CALL 'CDJRNUSR' USING WS-JRN-OPERACAO WS-JRN-PROGRAMA
               REG-USER.

       1095-REGISTRA-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           MOVE WS-NM         TO AU-NM.
           MOVE WS-EMAIL      TO AU-EMAIL.
           MOVE WS-OPER-CODIGO TO AU-OPERADOR.
           MOVE WS-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.

       1106-REGISTRA-REJEICAO.
           MOVE WS-NM         TO RJ-NM.
           MOVE WS-EMAIL      TO RJ-EMAIL.
           MOVE WS-PHONE      TO RJ-PHONE.
           MOVE WS-PHONE-TIPO TO RJ-PHONE-TIPO.
           MOVE WRK-MSGERRO   TO RJ-MOTIVO.
           MOVE SPACE         TO RJ-SITUACAO.
           WRITE REG-REJEICAO.
           END-READ.

      * digito verificador do codigo do usuario: modulo 11 com
      * pesos 9 a 2 sobre os 8 digitos; resto menor que 2 vira digito
      * zero. Os dois digitos da frente de um codigo de ate 6 digitos
      * sao zeros e o digito dele nao muda com a ampliacao
       1060-CALCULA-DV.
           MOVE WS-CD-USER TO WS-DV-CODIGO.
           MOVE 0 TO WS-DV-SOMA.
           PERFORM 1060-SOMA-PESO
               VARYING WS-IX-DV FROM 1 BY 1
               UNTIL WS-IX-DV > 8.
           COMPUTE WS-DV-RESTO =
               FUNCTION MOD (WS-DV-SOMA, 11).
           IF WS-DV-RESTO < 2

       1060-SOMA-PESO.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA +
               WS-DV-DIG (WS-IX-DV) * (10 - WS-IX-DV).

       1062-VALIDA-DV-ENTRADA.
           PERFORM 1060-CALCULA-DV.
                   END-IF
           END-READ.

      * usuario retido por processo mostra o aviso na tela de
      * consulta; os detalhes do processo ficam com o administrador
       1091-AVISO-BLOQUEIO-LEGAL.
           MOVE SPACES TO WS-BLQ-AVISO.
           CALL 'CDBLQCHK' USING FD-CD-USER WS-BLQ-RETORNO
               WS-BLQ-PROCESSO.
           IF USUARIO-RETIDO
               IF OPER-ADMIN
                   STRING 'BLOQUEIO LEGAL ATIVO - PROCESSO '
                       FUNCTION TRIM (WS-BLQ-PROCESSO)
                       DELIMITED BY SIZE INTO WS-BLQ-AVISO
               ELSE
                   MOVE 'BLOQUEIO LEGAL ATIVO' TO WS-BLQ-AVISO
               END-IF
           END-IF.

       1092-VERIFICA-PHONE-DUP.
           MOVE 'N' TO WS-PHONE-DUPLICADO.
           MOVE WS-PHONE TO FD-PHONE.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.

           IF WS-SESSAO-ID NOT = SPACES AND WS-OPCAO-MENU NOT = 'F'
               PERFORM 2005-CONFERE-SESSAO
           END-IF.

           PERFORM 2010-VERIFICA-PERFIL.
           IF NOT OPCAO-PERMITIDA
               MOVE 'OPCAO NAO PERMITIDA PARA SEU PERFIL'
               PERFORM 1105-EXIBE-ERRO
               MOVE SPACE TO WS-OPCAO-MENU
           ELSE
               PERFORM 2012-CONFERE-ONLINE
               IF ONL-LIBERADO
                   PERFORM 2020-EXECUTA-OPCAO
               END-IF
           END-IF.

      * sem sessao valida a tela nao executa mais nada: encerra e
      * devolve o controle ao MENUGERAL, que leva o operador ao logon.
      * Rodando avulso (sem SESSAO_ID) a conferencia nao se aplica
       2005-CONFERE-SESSAO.
           MOVE 'V' TO WS-SESSAO-FUNCAO.
           CALL 'CDSESSAO' USING WS-SESSAO-FUNCAO WS-OPER-CODIGO
               WS-SESSAO-ID WS-SESSAO-RETORNO.
           IF NOT SESSAO-VALIDA
               IF SESSAO-OCIOSA
                   MOVE 'SESSAO EXPIRADA POR INATIVIDADE - NOVO LOGON'
                     TO WRK-MSGERRO
               ELSE
                   MOVE 'SESSAO ENCERRADA - FACA NOVO LOGON'
                     TO WRK-MSGERRO
               END-IF
               PERFORM 1105-EXIBE-ERRO
               MOVE 'F' TO WS-OPCAO-MENU
           END-IF.

      * opcao do menu vale se a linha dela foi montada em 1046
       2010-VERIFICA-PERFIL.
           MOVE 'S' TO WS-OPCAO-PERMITIDA.
           PERFORM 2011-CONFERE-OPCAO
               VARYING WS-IX-OPC FROM 1 BY 1 UNTIL WS-IX-OPC > 11.

       2011-CONFERE-OPCAO.
           IF TP-OPCOES-CDCLIE (WS-IX-OPC:1) = WS-OPCAO-MENU AND
              WS-MENU-LIN (WS-IX-OPC) = SPACES
               MOVE 'N' TO WS-OPCAO-PERMITIDA
           END-IF.

      * cadastro, alteracao, exclusao, desbloqueio, aprovacao,
      * reprocesso e complemento gravam no CADUSER ou nas filas dele:
      * com o lote segurando o online a opcao e recusada na entrada,
      * antes do operador digitar qualquer dado
       2012-CONFERE-ONLINE.
           MOVE 'S' TO WS-ONL-LIBERADO.
           IF WS-OPCAO-MENU = 'N' OR 'A' OR 'D' OR 'B' OR 'Q' OR 'R'
              OR 'M'
               PERFORM 2013-CONSULTA-ONLINE
               IF NOT ONL-LIBERADO
                   MOVE WS-ONL-AVISO  TO WRK-MSGERRO
                   MOVE WS-ONL-CODIGO TO WRK-MSGCOD
                   PERFORM 1105-EXIBE-ERRO
                   MOVE SPACE TO WS-OPCAO-MENU
               END-IF
           END-IF.

       2013-CONSULTA-ONLINE.
           MOVE 'C' TO WS-ONL-FUNCAO.
           CALL 'CDONLINE' USING WS-ONL-FUNCAO WS-ONL-SITUACAO
               WS-ONL-PASSO WS-ONL-LIBERADO WS-ONL-CODIGO
               WS-ONL-AVISO.

      * o lote pode restringir o online com o operador ja dentro da
      * opcao: a situacao e consultada de novo logo antes de cada
      * gravacao e, restrito, o dado digitado nao e gravado
       2014-RECONFERE-ONLINE.
           PERFORM 2013-CONSULTA-ONLINE.
           IF NOT ONL-LIBERADO
               MOVE WS-ONL-AVISO  TO WRK-MSGERRO
               MOVE WS-ONL-CODIGO TO WRK-MSGCOD
               PERFORM 1105-EXIBE-ERRO
           END-IF.

       2020-EXECUTA-OPCAO.
           EVALUATE WS-OPCAO-MENU
                   MOVE 'C' TO WS-PERFIL-NOVO
                   MOVE ZEROS TO WS-CPF
                   MOVE SPACES TO WS-DEPTO-NOVO
                   MOVE ZEROS TO WS-FIM-CONTRATO
                   PERFORM 1100-MONTATELA
                   MOVE '1' TO WS-OPCAO
                   PERFORM P200-CADASTRAR UNTIL WS-OPCAO = 'F'
                   PERFORM 2800-REPROCESSAR
               WHEN 'M'
                   PERFORM 2900-COMPLETAR
               WHEN 'E'
                   PERFORM 2650-EMAIL-DEVOLVIDO
               WHEN 'F'
                   CONTINUE
               WHEN OTHER

       2160-COLETA-POR-CPF.
           MOVE 0 TO WS-BUSCA-QTD.
           MOVE ZEROS TO WS-ESCOPO-OCULTOS.
           MOVE 'N' TO WS-BUSCA-FIM-ARQ.
           MOVE WS-CPF TO FD-CPF.
           START CADUSER KEY IS GREATER THAN OR EQUAL TO FD-CPF
           PERFORM 2161-LE-POR-CPF
               UNTIL FIM-BUSCA-ARQ
                  OR WS-BUSCA-QTD >= WS-BUSCA-LIMITE.
           MOVE 'ACESSO NEGADO FORA DO ESCOPO - PESQUISA CPF'
             TO WS-ESCOPO-TEXTO.
           PERFORM 1084-RESUME-FORA-ESCOPO.

       2161-LE-POR-CPF.
           READ CADUSER NEXT RECORD
                   MOVE 'S' TO WS-BUSCA-FIM-ARQ
               NOT AT END
                   IF FD-CPF = WS-CPF
                       PERFORM 1078-VERIFICA-ESCOPO
                       IF ESCOPO-VISIVEL
                           ADD 1 TO WS-BUSCA-QTD
                           MOVE FD-CD-USER
                             TO WS-BUSCA-COD (WS-BUSCA-QTD)
                           DISPLAY WS-BUSCA-QTD ' - ' FD-CD-USER ' '
                               FD-NM-ULTIMO ', ' FD-NM-PRIMEIRO
                       ELSE
                           ADD 1 TO WS-ESCOPO-OCULTOS
                       END-IF
                   ELSE
                       MOVE 'S' TO WS-BUSCA-FIM-ARQ
                   END-IF
           END-READ.

       2110-EXIBE-CONSULTA.
           PERFORM 1078-VERIFICA-ESCOPO.
           IF ESCOPO-VISIVEL
               PERFORM 2111-MOSTRA-CONSULTA
           ELSE
               PERFORM 1083-NEGA-FORA-ESCOPO
           END-IF.

      * com o online restrito pelo lote a consulta continua, so o
      * carimbo da data de acesso deixa de ser gravado
       2111-MOSTRA-CONSULTA.
           PERFORM 1094-DATA-ACESSO.
           PERFORM 2013-CONSULTA-ONLINE.
           IF ONL-LIBERADO
               REWRITE REG-USER
               IF WS-FS-CADUSER = 0
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 1093-GRAVA-JORNAL
               END-IF
           END-IF.
           MOVE FD-CD-USER TO WS-CD-USER.
           MOVE FD-NM      TO WS-NM.
           MOVE FD-NM-SOCIAL TO WS-NM-SOCIAL.
           MOVE FD-EMAIL   TO WS-EMAIL.
           MOVE FD-PHONE   TO WS-PHONE.
           MOVE FD-PHONE-TIPO TO WS-PHONE-TIPO.
           MOVE FD-ENDERECO TO WS-ENDERECO.
           MOVE FD-CPF      TO WS-CPF.
           MOVE FD-DEPTO    TO WS-DEPTO-NOVO.
           MOVE FD-DT-FIM-CONTRATO TO WS-FIM-CONTRATO.
           PERFORM 1091-AVISO-BLOQUEIO-LEGAL.
      * o acesso de leitura tambem e rastreado: a acao 'V' diz quem
      * olhou o cadastro de quem, exigencia de prestacao de contas
           MOVE 'V' TO WS-AUD-ACAO.
                   MOVE 'REGISTRO NAO ENCONTRADO' TO WRK-MSGERRO
                   PERFORM 1105-EXIBE-ERRO
               NOT INVALID KEY
                   PERFORM 1078-VERIFICA-ESCOPO
                   IF ESCOPO-VISIVEL
                       PERFORM 2202-ALTERA-NO-ESCOPO
                   ELSE
                       PERFORM 1083-NEGA-FORA-ESCOPO
                   END-IF
           END-READ.
           IF FS-CADUSER-REG-TRAVADO
               PERFORM 1103-AVISA-REGISTRO-TRAVADO
           END-IF.
           UNLOCK CADUSER.

       2202-ALTERA-NO-ESCOPO.
           PERFORM 1099-VALIDA-SENHA-ACESSO
           IF WS-ACESSO-LIBERADO EQUAL 'S'
               MOVE FD-NM       TO WS-NM
               MOVE FD-NM-SOCIAL TO WS-NM-SOCIAL
               MOVE FD-EMAIL    TO WS-EMAIL
               MOVE FD-PHONE    TO WS-PHONE
               MOVE FD-PHONE-TIPO TO WS-PHONE-TIPO
               MOVE FD-ENDERECO TO WS-ENDERECO
               MOVE FD-CPF      TO WS-CPF
               MOVE FD-PERFIL   TO WS-PERFIL-NOVO
               MOVE FD-DEPTO    TO WS-DEPTO-NOVO
               MOVE FD-DT-FIM-CONTRATO TO WS-FIM-CONTRATO
               MOVE SPACES      TO WS-PASSWORD
               PERFORM 1098-VERIFICA-VALIDADE-SENHA
               IF TROCA-OBRIGATORIA
                   MOVE
           'TROCA DE SENHA OBRIGATORIA - INFORME NOVA SENHA'
                     TO WRK-MSGERRO
               ELSE
                   MOVE 'DEIXE A SENHA EM BRANCO PARA MANTE-LA'
                     TO WRK-MSGERRO
               END-IF
               PERFORM 1105-EXIBE-ERRO
               DISPLAY TELA
               ACCEPT TELA-REGISTRO
      * o CPF nao muda apos o cadastro: o que for digitado na
      * alteracao e descartado e o valor do registro prevalece
               MOVE FD-CPF TO WS-CPF
      * telefone que nao confere com o DDD ou com o tipo volta para o
      * do registro
               CALL 'CDVALFON' USING WS-PHONE WS-PHONE-TIPO WS-FONE-OK
                   WS-FONE-MSG
               IF WS-FONE-OK NOT = 'S'
                   MOVE 'CDU0015' TO WRK-MSGCOD
                   MOVE WS-FONE-MSG TO WRK-MSGERRO
                   PERFORM 1105-EXIBE-ERRO
                   MOVE FD-PHONE TO WS-PHONE
                   MOVE FD-PHONE-TIPO TO WS-PHONE-TIPO
               END-IF
      * departamento digitado fora da tabela volta para o do registro
               PERFORM 1075-VALIDA-DEPTO
               IF WS-DEPT-ENCONTRADO NOT = 'S'
                   MOVE 'CDU0013' TO WRK-MSGCOD
                   MOVE 'DEPARTAMENTO NAO CADASTRADO'
                     TO WRK-MSGERRO
                   PERFORM 1105-EXIBE-ERRO
                   MOVE FD-DEPTO TO WS-DEPTO-NOVO
               END-IF
      * fim de contrato invalido ou ja passado volta para o do registro
               PERFORM 1077-VALIDA-FIM-CONTRATO
               IF WS-FIM-CONTRATO-OK NOT = 'S'
                   MOVE 'CDU0014' TO WRK-MSGCOD
                   MOVE
           'DATA FIM DE CONTRATO INVALIDA OU PASSADA'
                     TO WRK-MSGERRO
                   PERFORM 1105-EXIBE-ERRO
                   MOVE FD-DT-FIM-CONTRATO TO WS-FIM-CONTRATO
               END-IF
               PERFORM 2210-TRATA-SENHA-ALTERACAO
      * consentimento e escolha do titular e vale na hora, fora da
      * fila de aprovacao, como a troca de senha
               PERFORM 1108-CARREGA-CONSENTIMENTOS
               PERFORM 1109-PEDE-CONSENTIMENTOS
               PERFORM 1110-GRAVA-CONSENTIMENTOS
      * com a troca obrigatoria ainda pendente nada cadastral anda:
      * 2210 so limpa a pendencia quando uma senha nova valida entra
               IF TROCA-OBRIGATORIA
                   MOVE
           'ALTERACAO NAO ENVIADA - TROCA DE SENHA PENDENTE'
                     TO WRK-MSGERRO
                   PERFORM 1105-EXIBE-ERRO
               ELSE
                   PERFORM 2215-PEDE-DT-EFETIVA
                   PERFORM 2220-ENFILEIRA-ALTERACAO
               END-IF
           END-IF.

      * a troca de senha e pessoal (autenticada pela propria senha) e
      * por isso vale na hora; os demais dados vao para a fila de
                   PERFORM 1097-DATA-SENHA
                   PERFORM 1086-GUARDA-SENHA-HISTORICO
                   MOVE 'N' TO FD-TROCA-OBRIG
                   PERFORM 2014-RECONFERE-ONLINE
                   IF ONL-LIBERADO
                       REWRITE REG-USER
                           INVALID KEY
                               MOVE 'ERRO AO ALTERAR REGISTRO'
                                 TO WRK-MSGERRO
                               PERFORM 1105-EXIBE-ERRO
                           NOT INVALID KEY
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 1093-GRAVA-JORNAL
                               MOVE 'SENHA ALTERADA COM SUCESSO'
                                 TO WRK-MSGERRO
                               PERFORM 1105-EXIBE-ERRO
                       END-REWRITE
                   END-IF
               END-IF
           ELSE
               IF TROCA-OBRIGATORIA

       2220-ENFILEIRA-ALTERACAO.
           IF WS-NM = FD-NM AND WS-EMAIL = FD-EMAIL AND
              WS-NM-SOCIAL = FD-NM-SOCIAL AND
              WS-PHONE = FD-PHONE AND WS-PHONE-TIPO = FD-PHONE-TIPO
              AND WS-ENDERECO = FD-ENDERECO AND
              WS-DEPTO-NOVO = FD-DEPTO AND
              WS-FIM-CONTRATO = FD-DT-FIM-CONTRATO AND
              (WS-PERFIL-NOVO = FD-PERFIL OR NOT OPER-ADMIN)
               MOVE 'NENHUM DADO CADASTRAL ALTERADO' TO WRK-MSGERRO
               PERFORM 1105-EXIBE-ERRO
               MOVE FD-NM          TO PD-ANT-NM
               MOVE FD-EMAIL       TO PD-ANT-EMAIL
               MOVE FD-PHONE       TO PD-ANT-PHONE
               MOVE FD-PHONE-TIPO  TO PD-ANT-FONE-TIPO
               MOVE WS-NM          TO PD-NOV-NM
               MOVE WS-EMAIL       TO PD-NOV-EMAIL
               MOVE WS-PHONE       TO PD-NOV-PHONE
               MOVE WS-PHONE-TIPO  TO PD-NOV-FONE-TIPO
               MOVE FD-ENDERECO    TO PD-ANT-ENDERECO
               MOVE WS-ENDERECO    TO PD-NOV-ENDERECO
               MOVE FD-DEPTO       TO PD-ANT-DEPTO
               MOVE WS-DEPTO-NOVO  TO PD-NOV-DEPTO
               MOVE FD-DT-FIM-CONTRATO TO PD-ANT-FIM-CONTRATO
               MOVE WS-FIM-CONTRATO TO PD-NOV-FIM-CONTRATO
               MOVE FD-NM-SOCIAL   TO PD-ANT-NM-SOCIAL
               MOVE WS-NM-SOCIAL   TO PD-NOV-NM-SOCIAL
               IF OPER-ADMIN AND
                  (WS-PERFIL-NOVO = 'A' OR WS-PERFIL-NOVO = 'O'
                   OR WS-PERFIL-NOVO = 'C')
               END-IF
               MOVE WS-DT-EFETIVA  TO PD-DT-EFETIVA
               MOVE SPACE          TO PD-SITUACAO
               PERFORM 2014-RECONFERE-ONLINE
               IF ONL-LIBERADO
                   WRITE REG-PENDENTE
                       INVALID KEY
                           MOVE
           'JA EXISTE APROVACAO PENDENTE PARA ESTE REGISTRO'
                             TO WRK-MSGERRO
                           PERFORM 1105-EXIBE-ERRO
                       NOT INVALID KEY
                           MOVE 'P' TO WS-AUD-ACAO
                           PERFORM 1095-REGISTRA-AUDITORIA
                           MOVE
           'ALTERACAO ENVIADA PARA APROVACAO DE OUTRO OPERADOR'
                             TO WRK-MSGERRO
                           PERFORM 1105-EXIBE-ERRO
                   END-WRITE
               END-IF
           END-IF.

       2300-DELETAR.
                   PERFORM 1099-VALIDA-SENHA-ACESSO
                   IF WS-ACESSO-LIBERADO EQUAL 'S'
                       MOVE FD-NM      TO WS-NM
                       MOVE FD-NM-SOCIAL TO WS-NM-SOCIAL
                       MOVE FD-EMAIL   TO WS-EMAIL
                       MOVE FD-PHONE   TO WS-PHONE
                       MOVE FD-PHONE-TIPO TO WS-PHONE-TIPO
                       PERFORM 1091-AVISO-BLOQUEIO-LEGAL
                       DISPLAY TELA
                       DISPLAY TELA-REGISTRO-CONSULTA
                       IF USUARIO-RETIDO
                           MOVE 'EXCLUSAO RECUSADA - BLOQUEIO LEGAL'
                             TO WRK-MSGERRO
                           PERFORM 1105-EXIBE-ERRO
                       ELSE
                           PERFORM 2305-CONFIRMA-EXCLUSAO
                       END-IF
                   END-IF
           END-READ.
           END-IF.
           UNLOCK CADUSER.

       2305-CONFIRMA-EXCLUSAO.
           MOVE 'N' TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA-DELETE.
           ACCEPT TELA-CONFIRMA-DELETE.
           IF WS-CONFIRMA EQUAL 'S'
               PERFORM 2310-ENFILEIRA-EXCLUSAO
           ELSE
               MOVE 'EXCLUSAO CANCELADA' TO WRK-MSGERRO
               PERFORM 1105-EXIBE-ERRO
           END-IF.

       2310-ENFILEIRA-EXCLUSAO.
           MOVE WS-CD-USER     TO PD-CD-USER.
           MOVE 'D'            TO PD-TIPO.
           MOVE FD-NM          TO PD-ANT-NM.
           MOVE FD-EMAIL       TO PD-ANT-EMAIL.
           MOVE FD-PHONE       TO PD-ANT-PHONE.
           MOVE FD-PHONE-TIPO  TO PD-ANT-FONE-TIPO.
           MOVE FD-NM          TO PD-NOV-NM.
           MOVE FD-EMAIL       TO PD-NOV-EMAIL.
           MOVE FD-PHONE       TO PD-NOV-PHONE.
           MOVE FD-PHONE-TIPO  TO PD-NOV-FONE-TIPO.
           MOVE FD-PERFIL      TO PD-NOV-PERFIL.
           MOVE FD-ENDERECO    TO PD-ANT-ENDERECO.
           MOVE FD-ENDERECO    TO PD-NOV-ENDERECO.
           MOVE FD-DEPTO       TO PD-ANT-DEPTO.
           MOVE FD-DEPTO       TO PD-NOV-DEPTO.
           MOVE FD-DT-FIM-CONTRATO TO PD-ANT-FIM-CONTRATO.
           MOVE FD-DT-FIM-CONTRATO TO PD-NOV-FIM-CONTRATO.
           MOVE ZEROS          TO PD-DT-EFETIVA.
           MOVE SPACE          TO PD-SITUACAO.
           PERFORM 2014-RECONFERE-ONLINE
           IF ONL-LIBERADO
               WRITE REG-PENDENTE
                   INVALID KEY
                       MOVE
               'JA EXISTE APROVACAO PENDENTE PARA ESTE REGISTRO'
                         TO WRK-MSGERRO
                       PERFORM 1105-EXIBE-ERRO
                   NOT INVALID KEY
                       MOVE 'P' TO WS-AUD-ACAO
                       PERFORM 1095-REGISTRA-AUDITORIA
                       MOVE
               'EXCLUSAO ENVIADA PARA APROVACAO DE OUTRO OPERADOR'
                         TO WRK-MSGERRO
                       PERFORM 1105-EXIBE-ERRO
               END-WRITE
           END-IF.

       2400-LISTAR.
           MOVE 1 TO WS-LISTA-PAGINA.
           MOVE ZEROS TO WS-ESCOPO-OCULTOS.
           MOVE ZEROS TO WS-PAG-INICIO-COD (1).
           MOVE LOW-VALUES TO FD-CD-USER.
           START CADUSER KEY IS GREATER THAN OR EQUAL TO FD-CD-USER
           PERFORM 2420-EXIBE-PAGINA.
           MOVE SPACE TO WS-LISTA-OPCAO.
           PERFORM 2430-NAVEGA-LISTA UNTIL WS-LISTA-OPCAO = 'F'.
           MOVE 'ACESSO NEGADO FORA DO ESCOPO - LISTAGEM'
             TO WS-ESCOPO-TEXTO.
           PERFORM 1084-RESUME-FORA-ESCOPO.

       2420-EXIBE-PAGINA.
           DISPLAY TELA.
               AT END
                   MOVE 'S' TO WS-LISTA-FIM-ARQ
               NOT AT END
                   PERFORM 1078-VERIFICA-ESCOPO
                   IF ESCOPO-VISIVEL
                       IF WS-LISTA-CONT = 1
                           MOVE FD-CD-USER
                             TO WS-PAG-INICIO-COD (WS-LISTA-PAGINA)
                       END-IF
                       PERFORM 1100-FORMATA-NOME-CURTO
                       DISPLAY FD-CD-USER ' ' WS-NOME-EXIBICAO ' '
                           FD-EMAIL
                   ELSE
      * linha fora do escopo nao ocupa lugar na pagina
                       ADD 1 TO WS-ESCOPO-OCULTOS
                       SUBTRACT 1 FROM WS-LISTA-CONT
                   END-IF
           END-READ.

       2430-NAVEGA-LISTA.
           DISPLAY 'DIGITE PARTE DO PRIMEIRO OU DO ULTIMO NOME: '.
           MOVE SPACES TO WS-BUSCA-NOME.
           ACCEPT WS-BUSCA-NOME.
           MOVE WS-BUSCA-NOME TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-BUSCA-NORMAL.

           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BUSCA-NORMAL))
             TO WS-BUSCA-TAM.
           IF WS-BUSCA-TAM = ZEROS OR WS-BUSCA-NOME = SPACES
               MOVE 'INFORME AO MENOS UMA LETRA PARA PESQUISAR'
               PERFORM 1105-EXIBE-ERRO
           ELSE
               MOVE 0 TO WS-BUSCA-QTD
               MOVE ZEROS TO WS-ESCOPO-OCULTOS
               MOVE 'N' TO WS-BUSCA-FIM-ARQ
               MOVE LOW-VALUES TO FD-CD-USER
               START CADUSER KEY IS GREATER THAN OR EQUAL TO FD-CD-USER
               PERFORM 2510-SCAN-NOME
                   UNTIL FIM-BUSCA-ARQ
                      OR WS-BUSCA-QTD >= WS-BUSCA-LIMITE
               MOVE 'ACESSO NEGADO FORA DO ESCOPO - PESQUISA NOME'
                 TO WS-ESCOPO-TEXTO
               PERFORM 1084-RESUME-FORA-ESCOPO
               IF WS-BUSCA-QTD = ZEROS
                   MOVE 'NENHUM USUARIO ENCONTRADO COM ESSE NOME'
                     TO WRK-MSGERRO
               AT END
                   MOVE 'S' TO WS-BUSCA-FIM-ARQ
               NOT AT END
                   PERFORM 2511-NORMALIZA-NOME-REG
                   IF WS-NORM-PRIMEIRO (1:WS-BUSCA-TAM) EQUAL
                          WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                      OR WS-NORM-ULTIMO (1:WS-BUSCA-TAM) EQUAL
                          WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                      OR (FD-NM-SOCIAL NOT = SPACES AND
                          (WS-NORM-NS-PRIMEIRO (1:WS-BUSCA-TAM) EQUAL
                              WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)
                        OR WS-NORM-NS-ULTIMO (1:WS-BUSCA-TAM) EQUAL
                              WS-BUSCA-NORMAL (1:WS-BUSCA-TAM)))
                       PERFORM 1078-VERIFICA-ESCOPO
                       IF ESCOPO-VISIVEL
                           ADD 1 TO WS-BUSCA-QTD
                           MOVE FD-CD-USER
                             TO WS-BUSCA-COD (WS-BUSCA-QTD)
                           PERFORM 1100-FORMATA-NOME-CURTO
                           DISPLAY WS-BUSCA-QTD ' - ' FD-CD-USER ' '
                               WS-NOME-CURTO
                       ELSE
                           ADD 1 TO WS-ESCOPO-OCULTOS
                       END-IF
                   END-IF
           END-READ.

      * 'Jose', 'JOSE' e a grafia com acento casam entre si: compara a
      * forma de pesquisa, o nome gravado segue como foi digitado
       2511-NORMALIZA-NOME-REG.
           MOVE FD-NM-PRIMEIRO TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL TO WS-NORM-PRIMEIRO.
           MOVE FD-NM-ULTIMO TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL TO WS-NORM-ULTIMO.
           MOVE FD-NS-PRIMEIRO TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL TO WS-NORM-NS-PRIMEIRO.
           MOVE FD-NS-ULTIMO TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE WS-NOME-NORMAL TO WS-NORM-NS-ULTIMO.

       2520-ESCOLHE-RESULTADO.
           DISPLAY 'NUMERO DO USUARIO DESEJADO (0 PARA VOLTAR): '.
           MOVE 0 TO WS-BUSCA-ESCOLHA.
               NOT AT END
                   IF CONTA-BLOQUEADA
                       ADD 1 TO WS-DESB-QTD
                       PERFORM 1100-FORMATA-NOME-CURTO
                       DISPLAY FD-CD-USER ' ' WS-NOME-CURTO
                           ' TENTATIVAS: ' FD-TENTATIVAS
                   END-IF
           END-READ.

                       MOVE 'N' TO FD-BLOQUEADO
                       MOVE 0 TO FD-TENTATIVAS
                       MOVE 'S' TO FD-TROCA-OBRIG
                       PERFORM 2014-RECONFERE-ONLINE
                       IF ONL-LIBERADO
                           REWRITE REG-USER
                               INVALID KEY
                                   MOVE 'ERRO AO DESBLOQUEAR REGISTRO'
                                     TO WRK-MSGERRO
                                   PERFORM 1105-EXIBE-ERRO
                               NOT INVALID KEY
                                   MOVE 'A' TO WS-JRN-OPERACAO
                                   PERFORM 1093-GRAVA-JORNAL
                                   MOVE FD-NM    TO WS-NM
                                   MOVE FD-EMAIL TO WS-EMAIL
                                   MOVE 'U' TO WS-AUD-ACAO
                                   PERFORM 1095-REGISTRA-AUDITORIA
                                   MOVE 'DESBLOQ' TO WS-NOTIF-EVENTO
                                   MOVE 'TPLDESBL' TO WS-NOTIF-TEMPLATE
                                   PERFORM 1107-GRAVA-NOTIFICACAO
                                   MOVE
           'CONTA DESBLOQUEADA - TROCA DE SENHA EXIGIDA'
                                     TO WRK-MSGERRO
                                   PERFORM 1105-EXIBE-ERRO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
           IF FS-CADUSER-REG-TRAVADO
           END-IF.
           UNLOCK CADUSER.

      * lista de trabalho das contas com email devolvido em definitivo
      * pelo servidor de correio (CDMAILRET); a correcao e a alteracao
      * normal, que volta o email a valido quando ele muda
       2650-EMAIL-DEVOLVIDO.
           DISPLAY TELA.
           DISPLAY 'CONTAS COM EMAIL INVALIDO (CODIGO NOME DEVOLVIDO EM'
               ' EMAIL):'.
           MOVE 0 TO WS-DEVOL-QTD.
           MOVE ZEROS TO WS-ESCOPO-OCULTOS.
           MOVE 'N' TO WS-DESB-FIM-ARQ.
           MOVE LOW-VALUES TO FD-CD-USER.
           START CADUSER KEY IS GREATER THAN OR EQUAL TO FD-CD-USER
               INVALID KEY
                   MOVE 'S' TO WS-DESB-FIM-ARQ
           END-START.
           PERFORM 2660-LISTA-EMAIL-DEVOLVIDO UNTIL FIM-DESB-ARQ.
           MOVE 'ACESSO NEGADO FORA DO ESCOPO - EMAIL DEVOLVIDO'
             TO WS-ESCOPO-TEXTO.
           PERFORM 1084-RESUME-FORA-ESCOPO.
           IF WS-DEVOL-QTD = ZEROS
               MOVE 'NENHUMA CONTA COM EMAIL INVALIDO' TO WRK-MSGERRO
           ELSE
               MOVE 'CORRIJA O EMAIL PELA OPCAO <A> ALTERAR USUARIO'
                 TO WRK-MSGERRO
           END-IF.
           PERFORM 1105-EXIBE-ERRO.

       2660-LISTA-EMAIL-DEVOLVIDO.
           READ CADUSER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-DESB-FIM-ARQ
               NOT AT END
                   IF EMAIL-INVALIDO
                       PERFORM 1078-VERIFICA-ESCOPO
                       IF ESCOPO-VISIVEL
                           ADD 1 TO WS-DEVOL-QTD
                           PERFORM 1100-FORMATA-NOME-CURTO
                           DISPLAY FD-CD-USER ' ' WS-NOME-CURTO ' '
                               FD-DT-EMAIL-DEVOLVIDO ' '
                               FUNCTION TRIM (FD-EMAIL)
                       ELSE
                           ADD 1 TO WS-ESCOPO-OCULTOS
                       END-IF
                   END-IF
           END-READ.

      * fila de aprovacao: um segundo operador revisa o antes/depois
      * de cada alteracao ou exclusao pedida e decide; quem pediu nao
      * pode aprovar o proprio pedido
               DISPLAY 'CAMPO    ANTES / DEPOIS'
               DISPLAY 'NOME  : ' FUNCTION TRIM (PD-ANT-NM)
               DISPLAY '     -> ' FUNCTION TRIM (PD-NOV-NM)
               DISPLAY 'SOCIAL: ' FUNCTION TRIM (PD-ANT-NM-SOCIAL)
               DISPLAY '     -> ' FUNCTION TRIM (PD-NOV-NM-SOCIAL)
               DISPLAY 'EMAIL : ' FUNCTION TRIM (PD-ANT-EMAIL)
               DISPLAY '     -> ' FUNCTION TRIM (PD-NOV-EMAIL)
               DISPLAY 'FONE  : ' PD-ANT-PHONE ' ' PD-ANT-FONE-TIPO
               DISPLAY '     -> ' PD-NOV-PHONE ' ' PD-NOV-FONE-TIPO
               DISPLAY 'ENDER : ' FUNCTION TRIM (PD-ANT-ENDERECO)
               DISPLAY '     -> ' FUNCTION TRIM (PD-NOV-ENDERECO)
               DISPLAY 'DEPTO : ' PD-ANT-DEPTO
               DISPLAY '     -> ' PD-NOV-DEPTO
               DISPLAY 'CONTR : ' PD-ANT-FIM-CONTRATO
               DISPLAY '     -> ' PD-NOV-FIM-CONTRATO
               DISPLAY 'PERFIL-> ' PD-NOV-PERFIL
               DISPLAY 'APROVAR <A>  REJEITAR <R>  VOLTAR <V>: '
               MOVE SPACE TO WS-APROV-OPCAO

       2740-AGENDA-PENDENCIA.
           MOVE 'A' TO PD-SITUACAO.
           PERFORM 2014-RECONFERE-ONLINE
           IF ONL-LIBERADO
               REWRITE REG-PENDENTE
                   INVALID KEY
                       MOVE 'ERRO AO AGENDAR A PENDENCIA' TO WRK-MSGERRO
                       PERFORM 1105-EXIBE-ERRO
                   NOT INVALID KEY
                       MOVE
               'APROVADA - SERA APLICADA NA DATA DE VIGENCIA'
                         TO WRK-MSGERRO
                       PERFORM 1105-EXIBE-ERRO
               END-REWRITE
           END-IF.

       2721-APLICA-EXCLUSAO.
           MOVE PD-CD-USER TO FD-CD-USER.
                   MOVE FD-CD-USER TO WS-CD-USER
                   MOVE FD-NM      TO WS-NM
                   MOVE FD-EMAIL   TO WS-EMAIL
                   PERFORM 2014-RECONFERE-ONLINE
                   IF ONL-LIBERADO
                       DELETE CADUSER
                           INVALID KEY
                               MOVE 'ERRO AO EXCLUIR REGISTRO'
                                 TO WRK-MSGERRO
                               PERFORM 1105-EXIBE-ERRO
                           NOT INVALID KEY
                               MOVE 'E' TO WS-JRN-OPERACAO
                               PERFORM 1093-GRAVA-JORNAL
                               MOVE 'D' TO WS-AUD-ACAO
                               PERFORM 1095-REGISTRA-AUDITORIA
                               MOVE 'EXCLUSAO' TO WS-NOTIF-EVENTO
                               MOVE 'TPLEXCL' TO WS-NOTIF-TEMPLATE
                               PERFORM 1107-GRAVA-NOTIFICACAO
                               DELETE CADPEND RECORD
                               MOVE 'EXCLUSAO APROVADA E APLICADA'
                                 TO WRK-MSGERRO
                               PERFORM 1105-EXIBE-ERRO
                       END-DELETE
                   END-IF
           END-READ.
           IF FS-CADUSER-REG-TRAVADO
               PERFORM 1103-AVISA-REGISTRO-TRAVADO
                   NOT INVALID KEY
                       MOVE PD-NOV-NM     TO FD-NM
                       MOVE PD-NOV-NM     TO WS-NM
                       MOVE PD-NOV-NM-SOCIAL TO WS-NM-SOCIAL
      * email trocado volta a valer ate nova devolucao do correio
                       IF PD-NOV-EMAIL NOT = FD-EMAIL
                           MOVE SPACE TO FD-EMAIL-SITUACAO
                           MOVE ZEROS TO FD-DT-EMAIL-DEVOLVIDO
                           MOVE ZEROS TO FD-QTD-EMAIL-SOFT
                       END-IF
                       MOVE PD-NOV-EMAIL  TO FD-EMAIL
                       MOVE PD-NOV-PHONE  TO FD-PHONE
                       MOVE PD-NOV-FONE-TIPO TO FD-PHONE-TIPO
                       MOVE PD-NOV-ENDERECO TO FD-ENDERECO
                       MOVE PD-NOV-DEPTO  TO FD-DEPTO
                       IF PD-NOV-FIM-CONTRATO IS NUMERIC
                           MOVE PD-NOV-FIM-CONTRATO
                             TO FD-DT-FIM-CONTRATO
                       END-IF
                       IF PD-NOV-PERFIL = 'A' OR PD-NOV-PERFIL = 'O'
                          OR PD-NOV-PERFIL = 'C'
                           MOVE PD-NOV-PERFIL TO FD-PERFIL
                       END-IF
                       PERFORM 1096-DIVIDE-NOME
                       PERFORM 2014-RECONFERE-ONLINE
                       IF ONL-LIBERADO
                           REWRITE REG-USER
                               INVALID KEY
                                   MOVE 'ERRO AO ALTERAR REGISTRO'
                                     TO WRK-MSGERRO
                                   PERFORM 1105-EXIBE-ERRO
                               NOT INVALID KEY
                                   MOVE 'A' TO WS-JRN-OPERACAO
                                   PERFORM 1093-GRAVA-JORNAL
                                   MOVE 'A' TO WS-AUD-ACAO
                                   PERFORM 1095-REGISTRA-AUDITORIA
                                   MOVE 'ALTERACAO' TO WS-NOTIF-EVENTO
                                   MOVE 'TPLALTER' TO WS-NOTIF-TEMPLATE
                                   PERFORM 1107-GRAVA-NOTIFICACAO
                                   DELETE CADPEND RECORD
                                   MOVE 'ALTERACAO APROVADA E APLICADA'
                                     TO WRK-MSGERRO
                                   PERFORM 1105-EXIBE-ERRO
                           END-REWRITE
                       END-IF
               END-READ
               IF FS-CADUSER-REG-TRAVADO
                   PERFORM 1103-AVISA-REGISTRO-TRAVADO
               MOVE WS-RJD-NM    TO WS-NM
               MOVE WS-RJD-EMAIL TO WS-EMAIL
               MOVE WS-RJD-PHONE TO WS-PHONE
               MOVE WS-RJD-FONE-TIPO TO WS-PHONE-TIPO
               MOVE SPACES       TO WS-RUA WS-BAIRRO WS-CIDADE WS-UF
               MOVE ZEROS        TO WS-CEP
               MOVE ZEROS        TO WS-CPF
               MOVE SPACES       TO WS-PASSWORD
               MOVE 'C'          TO WS-PERFIL-NOVO
               MOVE SPACES       TO WS-DEPTO-NOVO
               MOVE ZEROS        TO WS-FIM-CONTRATO
               PERFORM 1050-PROXIMO-CODIGO
               PERFORM 1100-MONTATELA
               MOVE 'N' TO WS-CADASTRO-GRAVADO
                   MOVE 'REGISTRO NAO ENCONTRADO' TO WRK-MSGERRO
                   PERFORM 1105-EXIBE-ERRO
               NOT INVALID KEY
                   PERFORM 1078-VERIFICA-ESCOPO
                   IF NOT ESCOPO-VISIVEL
                       PERFORM 1083-NEGA-FORA-ESCOPO
                   ELSE
                       PERFORM 2910-COLETA-FALTANTES
                       IF WS-COMPLETOU-ALGO = 'S'
                           PERFORM 2950-APLICA-COMPLEMENTO
                       ELSE
                           MOVE 'NADA A COMPLETAR NESTE CADASTRO'
                             TO WRK-MSGERRO
                           PERFORM 1105-EXIBE-ERRO
                       END-IF
                   END-IF
           END-READ.

                      FD-PERFIL NOT = 'C'
                       MOVE WS-PERFIL-ENTRADA TO FD-PERFIL
                   END-IF
                   PERFORM 2014-RECONFERE-ONLINE
                   IF ONL-LIBERADO
                       REWRITE REG-USER
                           INVALID KEY
                               MOVE 'ERRO AO COMPLETAR REGISTRO'
                                 TO WRK-MSGERRO
                               PERFORM 1105-EXIBE-ERRO
                           NOT INVALID KEY
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 1093-GRAVA-JORNAL
                               MOVE FD-NM    TO WS-NM
                               MOVE FD-EMAIL TO WS-EMAIL
                               MOVE 'A' TO WS-AUD-ACAO
                               PERFORM 1095-REGISTRA-AUDITORIA
                               MOVE 'CADASTRO COMPLETADO COM SUCESSO'
                                 TO WRK-MSGERRO
                               PERFORM 1105-EXIBE-ERRO
                       END-REWRITE
                   END-IF
           END-READ.
           IF FS-CADUSER-REG-TRAVADO
               PERFORM 1103-AVISA-REGISTRO-TRAVADO

      **************** telefone *******************************************
           PERFORM 1092-VERIFICA-PHONE-DUP.
           CALL 'CDVALFON' USING WS-PHONE WS-PHONE-TIPO WS-FONE-OK
               WS-FONE-MSG.
      **************** telefone *******************************************

      **************** CPF ************************************************
           PERFORM 1075-VALIDA-DEPTO.
      **************** departamento ***************************************

      **************** fim de contrato ************************************
           PERFORM 1077-VALIDA-FIM-CONTRATO.
      **************** fim de contrato ************************************

      **************** SENHA ********************************************
           INSPECT WS-PASSWORD
             TALLYING TAM-STRINGSENHA
               MOVE WS-NM                TO FD-NM
               MOVE WS-EMAIL             TO FD-EMAIL
               MOVE WS-PHONE             TO FD-PHONE
               MOVE WS-PHONE-TIPO        TO FD-PHONE-TIPO
               MOVE WS-PASSWORD          TO WS-SENHA-ENTRADA
               PERFORM 1101-OFUSCA-SENHA
               MOVE WS-SENHA-OFUSCADA    TO FD-PASSWORD
               MOVE WS-ENDERECO          TO FD-ENDERECO
               MOVE WS-CPF               TO FD-CPF
               MOVE WS-DEPTO-NOVO        TO FD-DEPTO
               MOVE WS-FIM-CONTRATO      TO FD-DT-FIM-CONTRATO
               MOVE ZEROS                TO FD-DT-CONFIRMA
               MOVE SPACE                TO FD-EMAIL-SITUACAO
               MOVE ZEROS                TO FD-DT-EMAIL-DEVOLVIDO
               MOVE ZEROS                TO FD-QTD-EMAIL-SOFT
               PERFORM 1097-DATA-SENHA
               PERFORM 1094-DATA-ACESSO

               PERFORM 1105-EXIBE-ERRO
               PERFORM 1106-REGISTRA-REJEICAO
           ELSE
           IF WS-FONE-OK NOT = 'S' THEN
               MOVE 'CDU0015' TO WRK-MSGCOD
               MOVE WS-FONE-MSG TO WRK-MSGERRO
               PERFORM 1105-EXIBE-ERRO
               PERFORM 1106-REGISTRA-REJEICAO
           ELSE
           IF NOT CPF-VALIDO THEN
               MOVE 'CDU0008' TO WRK-MSGCOD
               MOVE 'CPF INVALIDO - CONFIRA OS DIGITOS'
               PERFORM 1105-EXIBE-ERRO
               PERFORM 1106-REGISTRA-REJEICAO
           ELSE
           IF WS-FIM-CONTRATO-OK IS NOT = 'S' THEN
               MOVE 'CDU0014' TO WRK-MSGCOD
               MOVE 'DATA FIM DE CONTRATO INVALIDA OU PASSADA'
                 TO WRK-MSGERRO
               PERFORM 1105-EXIBE-ERRO
               PERFORM 1106-REGISTRA-REJEICAO
           ELSE
           IF WS-TOTAL-LETRAS-SENHA > 0 AND
              (WS-TOTAL-VOGAIS-SENHA = WS-TOTAL-LETRAS-SENHA OR
               WS-TOTAL-VOGAIS-SENHA = 0) THEN
               PERFORM 1106-REGISTRA-REJEICAO
           ELSE
               PERFORM 1100-FORMATA-NOME-CURTO
               MOVE SPACES TO WS-BLQ-AVISO
               DISPLAY TELA
               DISPLAY TELA-REGISTRO-CONSULTA
               MOVE ALL 'N' TO WS-CNS-RESPOSTAS
               PERFORM 1109-PEDE-CONSENTIMENTOS
               MOVE 'N' TO WS-CONFIRMA
               DISPLAY TELA-CONFIRMA-CADASTRO
               ACCEPT TELA-CONFIRMA-CADASTRO
               IF WS-CONFIRMA EQUAL 'S'
                   PERFORM 2014-RECONFERE-ONLINE
                   IF ONL-LIBERADO
                       WRITE REG-USER
                         INVALID KEY
                         MOVE 'JA EXISTE ' TO WRK-MSGERRO
                           PERFORM 1105-EXIBE-ERRO
                           PERFORM 1106-REGISTRA-REJEICAO
                         NOT INVALID KEY
                         MOVE 'I' TO WS-JRN-OPERACAO
                         PERFORM 1093-GRAVA-JORNAL
                         MOVE 'N' TO WS-AUD-ACAO
                         PERFORM 1095-REGISTRA-AUDITORIA
                         PERFORM 1104-ATUALIZA-CHECKPOINT
                         PERFORM 1086-GUARDA-SENHA-HISTORICO
                         PERFORM 1110-GRAVA-CONSENTIMENTOS
                         MOVE 'CRIACAO' TO WS-NOTIF-EVENTO
                         MOVE 'TPLCRIA' TO WS-NOTIF-TEMPLATE
                         PERFORM 1107-GRAVA-NOTIFICACAO
                         MOVE 'S' TO WS-CADASTRO-GRAVADO
                         DISPLAY TELA-SUCESSO
                  END-WRITE
                   END-IF
               ELSE
                   MOVE 'CADASTRO CANCELADO' TO WRK-MSGERRO
                   PERFORM 1105-EXIBE-ERRO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           ELSE
               STRING 'ERRO DE E/S NO ARQUIVO DE USUARIOS - STATUS '
                   WS-FS-CADUSER DELIMITED BY SIZE INTO WRK-MSGERRO
               PERFORM 1105-EXIBE-ERRO
           END-IF.

      * online restringido no meio do cadastro encerra a digitacao
           IF NOT ONL-LIBERADO
               MOVE 'F' TO WS-OPCAO
           ELSE
               DISPLAY OPCOES-FIM
               ACCEPT WS-OPCAO
           END-IF.

               IF WS-OPCAO EQUAL "F" THEN
                  CONTINUE
