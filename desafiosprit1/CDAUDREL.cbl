      *                     competencia fora da faixa de datas pedida
      *                     nem e aberta. O resultado e um relatorio
      *                     cronologico unico atravessando os meses.
      *   15/10/2026 CAN - descricao dos eventos de sessao do CDSESSAO
      *                     (K derrubada, Z expirada, Y recusada).
      *   15/10/2026 CAN - descricao dos eventos da janela de logon
      *                     (H recusa fora do horario, I logon de
      *                     administrador fora do expediente).
      *   15/10/2026 CAN - descricao dos eventos do segundo fator do
      *                     CDLOGON (1 emitido, 2 usado, 3 expirado).
      *   15/10/2026 CAN - acao 'C' (cadastro, cancelamento e expiracao
      *                     de delegacao de perfil) e linha AGINDO POR
      *                     DELEGACAO DE quando o registro traz AU-
      *                     DELEGANTE.
      *   15/10/2026 CAN - acao 'S' (bloqueio por fim de contrato, do
      *                     CDFIMCTR) descrita no relatorio.
      *   15/10/2026 CAN - acoes '4' (acesso negado fora do escopo de
      *                     departamento) e '5' (concessao de
      *                     visibilidade incluida ou retirada no
      *                     CDVISMNT) descritas no relatorio.
      *   15/10/2026 CAN - acao '6' (linha da tabela de direitos
      *                     CADDIREI incluida, alterada ou excluida no
      *                     CDDIRMNT) descrita no relatorio.
      *   15/10/2026 CAN - acao 7 (ressela da cadeia de conferencia pelo
      *                     CDLGPD) descrita como RESSELO; registro do
      *                     arquivo mensal alargado para a linha do
      *                     CADAUD com a cadeia.
      *   15/10/2026 CAN - acoes '8' e '9' (bloqueio legal incluido e
      *                     liberado no CDBLQMNT) descritas no
      *                     relatorio.
      *   15/10/2026 CAN - descricao da acao '0' (reinicio emergencial
      *                     de senha do CDSENEMG).
      *   15/10/2026 CAN - acao 'c' (confirmacao periodica dos dados
      *                     pelo titular no logon).
      *   15/10/2026 CAN - acao 'h' (movimentacao do RH aplicada pelo
      *                     CDHRMOVIM: transferencia de departamento,
      *                     troca de nome, telefone ou email).
      *   15/10/2026 CAN - codigo de usuario com 8 digitos; linha de
      *                     arquivo mensal anterior a ampliacao passa
      *                     pelo CDAUDANT antes da critica.
      *   15/10/2026 CAN - acao 'r' (reatribuicao de turmas e notas pelo
      *                     CDREATRIB) descrita como REATRIB.
      *   15/10/2026 CAN - acao 'f' (recarga forcada de arquivo de
      *                     entrada ja processado, gravada pelo
      *                     CDARQREG) listada como RECARGA F.
      *   15/10/2026 CAN - acao 'p' (alteracao de parametro do sistema
      *                     pelo CDPARMNT) listada como PARAMETRO.
      *   15/10/2026 CAN - acao 'd' (alteracao na distribuicao de
      *                     relatorios pelo CDDISTMNT) listada como
      *                     DISTRIB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAUDREL.
       01 REG-TOTAIS                      PIC X(50).

       FD ARQMESAUD.
       01 REG-ARQMES                      PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADAUD                   PIC 99.

       77 WS-FILTRO-DATA-INI             PIC X(08) VALUE SPACES.
       77 WS-FILTRO-DATA-FIM             PIC X(08) VALUE SPACES.
       77 WS-FILTRO-CD-USER              PIC X(08) VALUE SPACES.
       77 WS-FILTRO-ACAO                 PIC X(01) VALUE SPACE.
       77 WS-CD-USER-FILTRO              PIC 9(08) VALUE ZEROS.
       77 WS-REG-SELECIONADO             PIC X VALUE 'N'.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
               CLOSE ARQMESAUD
           END-IF.

      * a linha arquivada tem o layout do CADAUD e entra pela mesma
      * critica e impressao do arquivo corrente; linha de arquivo
      * anterior aos codigos de 8 digitos passa antes pelo CDAUDANT
       2530-LE-ARQUIVO-MENSAL.
           READ ARQMESAUD
               AT END
                   MOVE 'S' TO WS-EOF-ARQMES
               NOT AT END
                   MOVE REG-ARQMES TO REG-AUDITORIA
                   CALL 'CDAUDANT' USING REG-AUDITORIA
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 3100-APLICA-FILTROS
                   IF WS-REG-SELECIONADO = 'S'
               WHEN 'J'
                   MOVE 'FUSAO    ' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'K'
                   MOVE 'SESS DERR' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'Z'
                   MOVE 'SESS EXPI' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'Y'
                   MOVE 'SESS RECU' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'H'
                   MOVE 'FORA HORA' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'I'
                   MOVE 'ADM F EXP' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '1'
                   MOVE '2FAT EMIT' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '2'
                   MOVE '2FAT USO ' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '3'
                   MOVE '2FAT EXPI' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'C'
                   MOVE 'DELEGACAO' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'S'
                   MOVE 'FIM CONTR' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '4'
                   MOVE 'FORA ESCOP' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '5'
                   MOVE 'ESCOPO DEP' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '6'
                   MOVE 'DIREITO' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '7'
                   MOVE 'RESSELO' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '8'
                   MOVE 'BLOQ LEGAL' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '9'
                   MOVE 'LIB LEGAL' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN '0'
                   MOVE 'SENHA EMG' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'c'
                   MOVE 'CONFIRMA' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'h'
                   MOVE 'MOV RH   ' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'r'
                   MOVE 'REATRIB  ' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'f'
                   MOVE 'RECARGA F' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'p'
                   MOVE 'PARAMETRO' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN 'd'
                   MOVE 'DISTRIB  ' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               WHEN OTHER
                   MOVE 'OUTRA    ' TO WS-ACAO-DESC
                   ADD 1 TO WS-TOT-OUTRAS
               FUNCTION TRIM (AU-NM).
           DISPLAY '                          '
               FUNCTION TRIM (AU-EMAIL).
           IF AU-DELEGANTE NOT = SPACES AND
              AU-DELEGANTE NOT = LOW-VALUES
               DISPLAY '                          '
                   'AGINDO POR DELEGACAO DE ' AU-DELEGANTE
           END-IF.

       4000-RODAPE.
           DISPLAY '-----------------------------------------------'.
