      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:IMPORTACAO EM LOTE DE ALUNOS PARA O CADALUNO - le o
      *         arquivo ALUIMP (CSV da planilha da secretaria com
      *         NOME,TURMA,NASCIMENTO,RESPONSAVEL,TELEFONE; a linha de
      *         titulo que comeca por 'NOME,' e pulada) e aplica as
      *         validacoes do cadastro: turma existente no CADTURMA e
      *         com vaga pela capacidade (ativos mais os aceitos nesta
      *         carga), nascimento AAAAMMDD valido e passado, telefone
      *         do responsavel de 13 digitos (ou 12 do fixo) criticado
      *         pelo CDVALFON, e nome que, na forma do CDNORNOM, ainda
      *         nao exista no CADALUNO, no arquivo escolar ARQALUNO nem
      *         numa linha anterior do proprio arquivo. O aluno aceito
      *         recebe o proximo codigo livre (acima do maior do
      *         CADALUNO e do ARQALUNO), entra ativo, com o responsavel
      *         na sequencia 1 do CADRESP e uma linha no ALUNHIST. A
      *         linha recusada vai para o ALUREJ com o motivo. Modo
      *         simulacao (ALUIMP_MODO=S): todas as validacoes e o
      *         mesmo resumo, sem gravar nada. O fim da carga mostra
      *         aceitos e rejeitados por turma.
      *         Sem o CADTURMA em disco a turma nao e validada, como
      *         no CDALUNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDIMPALU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUIMP ASSIGN TO
           "ALUIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALUIMP.

           SELECT CADALUNO ASSIGN TO
           "CADALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CODIGO
           FILE STATUS IS WS-FS-CADALUNO.

           SELECT CADTURMA ASSIGN TO
           "CADTURMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-FS-CADTURMA.

           SELECT CADRESP ASSIGN TO
           "CADRESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS WS-FS-CADRESP.

           SELECT ARQALUNO ASSIGN TO
           "ARQALUNO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-CHAVE
           FILE STATUS IS WS-FS-ARQALUNO.

           SELECT ALUNHIST ASSIGN TO
           "ALUNHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNHIST.

           SELECT ALUREJ ASSIGN TO
           "ALUREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALUREJ.

       DATA DIVISION.
       FILE SECTION.
       FD ALUIMP.
       01 REG-ALUIMP                      PIC X(300).

       FD CADALUNO.
           COPY REGALUNO.

       FD CADTURMA.
           COPY REGTURMA.

       FD CADRESP.
           COPY REGRESP.

       FD ARQALUNO.
           COPY REGARQAL.

       FD ALUNHIST.
       01 REG-ALUNHIST                    PIC X(80).

       FD ALUREJ.
       01 REG-ALUREJ                      PIC X(280).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUIMP                   PIC 99.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADTURMA                 PIC 99.
       77 WS-FS-CADRESP                  PIC 99.
       77 WS-FS-ARQALUNO                 PIC 99.
       77 WS-FS-ALUNHIST                 PIC 99.
       77 WS-FS-ALUREJ                   PIC 99.
       77 WS-ABERTO-ALUNO                PIC X VALUE 'N'.
       77 WS-ABERTO-RESP                 PIC X VALUE 'N'.
       77 WS-ABERTO-HIST                 PIC X VALUE 'N'.
       77 WS-ABERTO-REJ                  PIC X VALUE 'N'.
       77 WS-TURMA-ATIVA                 PIC X VALUE 'N'.
       77 WS-EOF-IMP                     PIC X VALUE 'N'.
        88 FIM-ALUIMP                    VALUE 'S'.
       77 WS-EOF-CARGA                   PIC X VALUE 'N'.
        88 FIM-CARGA                     VALUE 'S'.

       77 WS-MODO                        PIC X(01) VALUE SPACE.
        88 MODO-SIMULACAO                VALUE 'S'.
       77 WS-DT-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WS-HR-HOJE                     PIC X(06) VALUE SPACES.

      * colunas da planilha
       01 WS-CAMPOS-CSV.
           03 WS-CSV-NOME                PIC X(60).
           03 WS-CSV-TURMA               PIC X(10).
           03 WS-CSV-NASC                PIC X(10).
           03 WS-CSV-RESP                PIC X(60).
           03 WS-CSV-FONE                PIC X(20).

       77 WS-NOME                        PIC X(60) VALUE SPACES.
       77 WS-TURMA                       PIC X(10) VALUE SPACES.
       77 WS-RESP                        PIC X(60) VALUE SPACES.
       77 WS-DT-NASC                     PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-OK                    PIC X VALUE 'S'.
       77 WS-MOTIVO                      PIC X(50) VALUE SPACES.
       77 WS-NUM-LINHA                   PIC 9(06) VALUE ZEROS.
       77 WS-CODIGO-NOVO                 PIC 9(05) VALUE ZEROS.
       77 WS-CODIGO-ED                   PIC 9(05) VALUE ZEROS.
       77 WS-CAPAC-ED                    PIC ZZ9.

      * nome precisa de ao menos um sobrenome, como no CDIMPUSR
       01 WS-NOMECOMPLETO.
           03 WS-PRIM-NOME               PIC X(30).
           03 WS-SEGU-NOME               PIC X(30).
       77 WS-TOT-CAMPOS                  PIC 9(02) VALUE ZEROS.

       01 WS-PHONE.
           03 WS-PHONE-PAIS              PIC 9(02).
           03 WS-PHONE-DDD               PIC 9(02).
           03 WS-PHONE-PREFIXO           PIC 9(05).
           03 WS-PHONE-SUFIXO            PIC 9(04).
       77 WS-PHONE-TIPO                  PIC X(01) VALUE SPACE.
       77 WS-FONE-OK                     PIC X VALUE 'S'.
       77 WS-FONE-MSG                    PIC X(50) VALUE SPACES.

      * forma de comparacao do nome (CDNORNOM)
       77 WS-NOME-ENTRADA                PIC X(100) VALUE SPACES.
       77 WS-NOME-NORMAL                 PIC X(100) VALUE SPACES.

      * nomes ja existentes: C do CADALUNO, A do arquivo escolar e
      * L das linhas aceitas nesta carga; se a tabela esgotar o
      * rodape avisa que a critica de nome ficou incompleta
       01 WS-TAB-NOMES.
           03 WS-QTD-NOMES               PIC 9(05) VALUE ZEROS.
           03 WS-NOME-ITEM OCCURS 9000 TIMES.
               05 WS-NM-NORMAL           PIC X(30).
               05 WS-NM-CODIGO           PIC 9(05).
               05 WS-NM-ORIGEM           PIC X(01).
       77 WS-IX-NOME                     PIC 9(05) VALUE ZEROS.
       77 WS-NOME-ACHADO                 PIC 9(05) VALUE ZEROS.
       77 WS-ORIGEM-NOME                 PIC X(01) VALUE SPACE.
       77 WS-NOMES-ESTOURO               PIC X VALUE 'N'.
        88 TABELA-NOMES-ESTOUROU         VALUE 'S'.

      * turmas do CADTURMA com a ocupacao e o resumo da carga; turma
      * desconhecida trazida no arquivo entra so para o resumo
       01 WS-TAB-TURMAS.
           03 WS-QTD-TURMAS              PIC 9(03) VALUE ZEROS.
           03 WS-TURMA-ITEM OCCURS 300 TIMES.
               05 WS-TT-CODIGO           PIC X(03).
               05 WS-TT-CADASTRADA       PIC X(01).
               05 WS-TT-CAPACIDADE       PIC 9(03).
               05 WS-TT-ATIVOS           PIC 9(05).
               05 WS-TT-ACEITOS          PIC 9(05).
               05 WS-TT-REJEITADOS       PIC 9(05).
       77 WS-IX-TURMA                    PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-ACHADA                PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-PROCURA               PIC X(03) VALUE SPACES.
       77 WS-OUTRAS-REJEITADAS           PIC 9(05) VALUE ZEROS.

       77 WS-MAIOR-CODIGO                PIC 9(05) VALUE ZEROS.
       77 WS-PROX-CODIGO                 PIC 9(06) VALUE ZEROS.

       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ACEITOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS              PIC 9(06) VALUE ZEROS.

      * a linha do historico de status e montada aqui porque VALUE
      * de FILLER nao vale em registro de FD
       01 WS-LINHA-ALUNHIST.
           03 AH-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-CODIGO                  PIC 9(05).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-STATUS-ANT              PIC X(01).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-STATUS-NOVO             PIC X(01).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 AH-MOTIVO                  PIC X(40).

      * linha recusada: data, hora, numero da linha no arquivo,
      * motivo e a linha original para a secretaria corrigir
       01 WS-LINHA-REJEICAO.
           03 RA-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RA-HORA                    PIC X(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RA-LINHA                   PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RA-MOTIVO                  PIC X(50).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RA-ORIGINAL                PIC X(200).

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WS-ABERTO-ALUNO = 'S'
               PERFORM 2000-IMPORTA-LINHA UNTIL FIM-ALUIMP
               PERFORM 3000-RODAPE
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HR-HOJE FROM TIME.
           ACCEPT WS-MODO FROM ENVIRONMENT "ALUIMP_MODO".
           IF MODO-SIMULACAO
               DISPLAY 'IMPORTACAO EM MODO SIMULACAO - NADA SERA '
                   'GRAVADO'
           END-IF.

           OPEN INPUT ALUIMP.
           IF WS-FS-ALUIMP NOT = 0
               DISPLAY 'ARQUIVO DE IMPORTACAO NAO ENCONTRADO: ALUIMP'
               MOVE 'S' TO WS-EOF-IMP
           END-IF.

           OPEN I-O CADALUNO.
           IF WS-FS-CADALUNO = 35
               OPEN OUTPUT CADALUNO
               CLOSE CADALUNO
               OPEN I-O CADALUNO
           END-IF.
           IF WS-FS-CADALUNO = 0
               MOVE 'S' TO WS-ABERTO-ALUNO
           ELSE
               DISPLAY 'CADALUNO NAO ABRIU - STATUS ' WS-FS-CADALUNO
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-ABERTO-ALUNO = 'S'
               PERFORM 1100-CARREGA-TURMAS
               PERFORM 1200-CARREGA-ALUNOS
               PERFORM 1300-CARREGA-ARQUIVADOS
               COMPUTE WS-PROX-CODIGO = WS-MAIOR-CODIGO + 1
               IF NOT MODO-SIMULACAO
                   PERFORM 1400-ABRE-GRAVACAO
               END-IF
           END-IF.

      * sem o CADTURMA em disco a validacao de turma fica desligada,
      * para a escola que ainda nao cadastrou as turmas nao parar
       1100-CARREGA-TURMAS.
           OPEN INPUT CADTURMA.
           IF WS-FS-CADTURMA = 0
               MOVE 'S' TO WS-TURMA-ATIVA
               MOVE 'N' TO WS-EOF-CARGA
               MOVE LOW-VALUES TO TU-CODIGO
               START CADTURMA KEY IS GREATER THAN OR EQUAL TO TU-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-CARGA
               END-START
               PERFORM 1110-LE-TURMA UNTIL FIM-CARGA
               CLOSE CADTURMA
           END-IF.

       1110-LE-TURMA.
           READ CADTURMA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CARGA
               NOT AT END
                   MOVE TU-CODIGO TO WS-TURMA-PROCURA
                   PERFORM 2500-LOCALIZA-TURMA
                   IF WS-TURMA-ACHADA > ZEROS
                       MOVE 'S' TO WS-TT-CADASTRADA (WS-TURMA-ACHADA)
                       MOVE TU-CAPACIDADE
                         TO WS-TT-CAPACIDADE (WS-TURMA-ACHADA)
                   END-IF
           END-READ.

      * ocupacao atual de cada turma (so aluno ativo ocupa vaga, como
      * na lotacao do CDALUNO), nomes ja cadastrados e maior codigo
       1200-CARREGA-ALUNOS.
           MOVE 'N' TO WS-EOF-CARGA.
           MOVE LOW-VALUES TO AL-CODIGO.
           START CADALUNO KEY IS GREATER THAN OR EQUAL TO AL-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CARGA
           END-START.
           PERFORM 1210-LE-ALUNO UNTIL FIM-CARGA.

       1210-LE-ALUNO.
           READ CADALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CARGA
               NOT AT END
                   IF AL-CODIGO > WS-MAIOR-CODIGO
                       MOVE AL-CODIGO TO WS-MAIOR-CODIGO
                   END-IF
                   MOVE AL-NOME TO WS-NOME-ENTRADA
                   MOVE 'C' TO WS-ORIGEM-NOME
                   PERFORM 2600-GUARDA-NOME-CADASTRO
                   IF ALUNO-ATIVO AND WS-TURMA-ATIVA = 'S'
                       MOVE AL-TURMA TO WS-TURMA-PROCURA
                       PERFORM 2510-PROCURA-TURMA
                       IF WS-TURMA-ACHADA > ZEROS
                           ADD 1 TO WS-TT-ATIVOS (WS-TURMA-ACHADA)
                       END-IF
                   END-IF
           END-READ.

      * o aluno arquivado continua dono do nome e do codigo: quem
      * volta e devolvido pelo CDRSTALU, nao cadastrado de novo
       1300-CARREGA-ARQUIVADOS.
           OPEN INPUT ARQALUNO.
           IF WS-FS-ARQALUNO = 0
               MOVE 'N' TO WS-EOF-CARGA
               PERFORM 1310-LE-ARQUIVADO UNTIL FIM-CARGA
               CLOSE ARQALUNO
           END-IF.

       1310-LE-ARQUIVADO.
           READ ARQALUNO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CARGA
               NOT AT END
                   IF AA-CADASTRO
                       IF AA-CD-ALUNO > WS-MAIOR-CODIGO
                           MOVE AA-CD-ALUNO TO WS-MAIOR-CODIGO
                       END-IF
                       MOVE AA-CONTEUDO (6:30) TO WS-NOME-ENTRADA
                       MOVE AA-CD-ALUNO TO AL-CODIGO
                       MOVE 'A' TO WS-ORIGEM-NOME
                       PERFORM 2600-GUARDA-NOME-CADASTRO
                   END-IF
           END-READ.

       1400-ABRE-GRAVACAO.
           OPEN I-O CADRESP.
           IF WS-FS-CADRESP = 35
               OPEN OUTPUT CADRESP
               CLOSE CADRESP
               OPEN I-O CADRESP
           END-IF.
           IF WS-FS-CADRESP = 0
               MOVE 'S' TO WS-ABERTO-RESP
           END-IF.
           OPEN EXTEND ALUNHIST.
           IF WS-FS-ALUNHIST = 35
               OPEN OUTPUT ALUNHIST
               CLOSE ALUNHIST
               OPEN EXTEND ALUNHIST
           END-IF.
           IF WS-FS-ALUNHIST = 0
               MOVE 'S' TO WS-ABERTO-HIST
           END-IF.
           OPEN EXTEND ALUREJ.
           IF WS-FS-ALUREJ = 35
               OPEN OUTPUT ALUREJ
               CLOSE ALUREJ
               OPEN EXTEND ALUREJ
           END-IF.
           IF WS-FS-ALUREJ = 0
               MOVE 'S' TO WS-ABERTO-REJ
           END-IF.

      *================= LINHA A LINHA ================================
       2000-IMPORTA-LINHA.
           READ ALUIMP
               AT END
                   MOVE 'S' TO WS-EOF-IMP
               NOT AT END
                   ADD 1 TO WS-NUM-LINHA
                   IF REG-ALUIMP (1:5) = 'NOME,' OR REG-ALUIMP = SPACES
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-TOT-LIDOS
                       PERFORM 2100-PROCESSA-LINHA
                   END-IF
           END-READ.

       2100-PROCESSA-LINHA.
           MOVE SPACES TO WS-CAMPOS-CSV.
           UNSTRING REG-ALUIMP
               DELIMITED BY ','
               INTO WS-CSV-NOME
                    WS-CSV-TURMA
                    WS-CSV-NASC
                    WS-CSV-RESP
                    WS-CSV-FONE
           END-UNSTRING.
           MOVE FUNCTION TRIM (WS-CSV-NOME) TO WS-NOME.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-CSV-TURMA))
             TO WS-TURMA.
           MOVE FUNCTION TRIM (WS-CSV-RESP) TO WS-RESP.
           MOVE ZEROS TO WS-TURMA-ACHADA.
           MOVE ZEROS TO WS-CODIGO-NOVO.

           PERFORM 2200-VALIDA-LINHA.
           IF WS-LINHA-OK = 'S'
               PERFORM 2300-GRAVA-ALUNO
           END-IF.
           IF WS-LINHA-OK = 'S'
               ADD 1 TO WS-TOT-ACEITOS
               IF WS-TURMA-ACHADA > ZEROS
                   ADD 1 TO WS-TT-ACEITOS (WS-TURMA-ACHADA)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-REJEITADOS
               IF WS-TURMA-ACHADA > ZEROS
                   ADD 1 TO WS-TT-REJEITADOS (WS-TURMA-ACHADA)
               ELSE
                   ADD 1 TO WS-OUTRAS-REJEITADAS
               END-IF
               PERFORM 2900-REGISTRA-REJEICAO
           END-IF.

      * a primeira critica que falha e o motivo da recusa
       2200-VALIDA-LINHA.
           MOVE 'S' TO WS-LINHA-OK.
           MOVE SPACES TO WS-MOTIVO.

           IF WS-TURMA NOT = SPACES AND WS-TURMA (4:) = SPACES
               MOVE WS-TURMA TO WS-TURMA-PROCURA
               PERFORM 2500-LOCALIZA-TURMA
           END-IF.

           INITIALIZE WS-TOT-CAMPOS WS-NOMECOMPLETO.
           UNSTRING WS-NOME
               DELIMITED BY ALL SPACE
               INTO WS-PRIM-NOME
                    WS-SEGU-NOME
               TALLYING IN WS-TOT-CAMPOS
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-NOME = SPACES
                   MOVE 'NOME DO ALUNO OBRIGATORIO' TO WS-MOTIVO
               WHEN WS-TOT-CAMPOS < 2 OR WS-SEGU-NOME = SPACES
                   MOVE 'ALUNO DEVE TER SOBRENOME' TO WS-MOTIVO
               WHEN WS-NOME (31:) NOT = SPACES
                   MOVE 'NOME DO ALUNO COM MAIS DE 30 CARACTERES'
                     TO WS-MOTIVO
               WHEN WS-TURMA = SPACES
                   MOVE 'TURMA OBRIGATORIA' TO WS-MOTIVO
               WHEN WS-TURMA (4:) NOT = SPACES
                   MOVE 'TURMA INVALIDA - 3 CARACTERES' TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 2210-VALIDA-TURMA
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               PERFORM 2220-VALIDA-NASCIMENTO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 2230-VALIDA-RESPONSAVEL
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 2240-VALIDA-NOME-REPETIDO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-PROX-CODIGO > 99999
               MOVE 'SEM CODIGO DE ALUNO DISPONIVEL' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               MOVE 'N' TO WS-LINHA-OK
           END-IF.

      * com o CADTURMA em disco a turma tem de estar cadastrada e
      * com vaga; na carga a turma cheia recusa a linha, porque nao
      * ha secretaria olhando cada aviso como no CDALUNO
       2210-VALIDA-TURMA.
           IF WS-TURMA-ATIVA = 'S'
               IF WS-TURMA-ACHADA = ZEROS
                   MOVE 'TURMA NAO CADASTRADA NO CADTURMA'
                     TO WS-MOTIVO
               ELSE
               IF WS-TT-CADASTRADA (WS-TURMA-ACHADA) NOT = 'S'
                   MOVE 'TURMA NAO CADASTRADA NO CADTURMA'
                     TO WS-MOTIVO
               ELSE
               IF WS-TT-CAPACIDADE (WS-TURMA-ACHADA) > ZEROS AND
                  WS-TT-ATIVOS (WS-TURMA-ACHADA) +
                  WS-TT-ACEITOS (WS-TURMA-ACHADA) NOT <
                  WS-TT-CAPACIDADE (WS-TURMA-ACHADA)
                   MOVE WS-TT-CAPACIDADE (WS-TURMA-ACHADA)
                     TO WS-CAPAC-ED
                   STRING 'TURMA SEM VAGA - CAPACIDADE ' WS-CAPAC-ED
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
               END-IF
               END-IF
           END-IF.

       2220-VALIDA-NASCIMENTO.
           MOVE ZEROS TO WS-DT-NASC.
           IF WS-CSV-NASC (1:8) IS NUMERIC AND
              WS-CSV-NASC (9:2) = SPACES
               MOVE WS-CSV-NASC (1:8) TO WS-DT-NASC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-NASC) NOT = 0
                  OR WS-DT-NASC NOT < WS-DT-HOJE
                   MOVE 'DATA DE NASCIMENTO INVALIDA OU FUTURA'
                     TO WS-MOTIVO
               END-IF
           ELSE
               MOVE 'DATA DE NASCIMENTO INVALIDA - AAAAMMDD'
                 TO WS-MOTIVO
           END-IF.

      * telefone do responsavel: 13 digitos (pais+ddd+prefixo de 5+
      * sufixo, tipo deduzido do prefixo) ou 12 do layout antigo, so
      * para fixo, criticado pelo CDVALFON como no CDIMPUSR
       2230-VALIDA-RESPONSAVEL.
           MOVE SPACE TO WS-PHONE-TIPO.
           EVALUATE TRUE
               WHEN WS-RESP = SPACES
                   MOVE 'NOME DO RESPONSAVEL OBRIGATORIO' TO WS-MOTIVO
               WHEN WS-RESP (31:) NOT = SPACES
                   MOVE 'NOME DO RESPONSAVEL COM MAIS DE 30 CARACTERES'
                     TO WS-MOTIVO
               WHEN WS-CSV-FONE (1:13) IS NUMERIC AND
                    WS-CSV-FONE (14:) = SPACES
                   MOVE WS-CSV-FONE (1:13) TO WS-PHONE
               WHEN WS-CSV-FONE (1:12) IS NUMERIC AND
                    WS-CSV-FONE (13:) = SPACES
                   MOVE ZEROS TO WS-PHONE
                   MOVE WS-CSV-FONE (1:4) TO WS-PHONE (1:4)
                   MOVE WS-CSV-FONE (5:8) TO WS-PHONE (6:8)
                   MOVE 'F' TO WS-PHONE-TIPO
               WHEN OTHER
                   MOVE 'TELEFONE INVALIDO - 12 OU 13 DIGITOS'
                     TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               CALL 'CDVALFON' USING WS-PHONE WS-PHONE-TIPO WS-FONE-OK
                   WS-FONE-MSG
               IF WS-FONE-OK NOT = 'S'
                   MOVE WS-FONE-MSG TO WS-MOTIVO
               END-IF
           END-IF.

      * 'Jose', 'JOSE' e a grafia com acento sao o mesmo nome
       2240-VALIDA-NOME-REPETIDO.
           MOVE WS-NOME TO WS-NOME-ENTRADA.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           MOVE ZEROS TO WS-NOME-ACHADO.
           PERFORM 2241-COMPARA-NOME
               VARYING WS-IX-NOME FROM 1 BY 1
               UNTIL WS-IX-NOME > WS-QTD-NOMES
                  OR WS-NOME-ACHADO > ZEROS.
           IF WS-NOME-ACHADO > ZEROS
               MOVE WS-NM-CODIGO (WS-NOME-ACHADO) TO WS-CODIGO-ED
               EVALUATE WS-NM-ORIGEM (WS-NOME-ACHADO)
                   WHEN 'C'
                       STRING 'ALUNO JA CADASTRADO - CODIGO '
                           WS-CODIGO-ED
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN 'A'
                       STRING 'ALUNO ' WS-CODIGO-ED
                           ' NO ARQUIVO ESCOLAR - USE O CDRSTALU'
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN OTHER
                       MOVE 'NOME REPETIDO DENTRO DO ARQUIVO'
                         TO WS-MOTIVO
               END-EVALUATE
           END-IF.

       2241-COMPARA-NOME.
           IF WS-NM-NORMAL (WS-IX-NOME) = WS-NOME-NORMAL (1:30)
               MOVE WS-IX-NOME TO WS-NOME-ACHADO
           END-IF.

      * na simulacao o codigo e so projetado e nada e gravado, mas o
      * aceito ocupa a vaga e o nome, como na carga de verdade
       2300-GRAVA-ALUNO.
           MOVE WS-PROX-CODIGO TO WS-CODIGO-NOVO.
           IF MODO-SIMULACAO
               DISPLAY 'SERIA ACEITO: ' WS-CODIGO-NOVO ' '
                   FUNCTION TRIM (WS-NOME) ' TURMA ' WS-TURMA (1:3)
           ELSE
               MOVE WS-CODIGO-NOVO   TO AL-CODIGO
               MOVE WS-NOME          TO AL-NOME
               MOVE WS-TURMA         TO AL-TURMA
               MOVE 'A'              TO AL-STATUS
               MOVE WS-DT-HOJE       TO AL-DT-STATUS
               MOVE SPACES           TO AL-NOME-SOCIAL
               MOVE WS-DT-NASC       TO AL-DT-NASC
               WRITE REG-ALUNO
                   INVALID KEY
                       MOVE 'CODIGO JA EXISTE NO CADALUNO' TO WS-MOTIVO
                       MOVE 'N' TO WS-LINHA-OK
                   NOT INVALID KEY
                       PERFORM 2310-GRAVA-RESPONSAVEL
                       PERFORM 2320-GRAVA-HISTORICO
               END-WRITE
           END-IF.
           ADD 1 TO WS-PROX-CODIGO.
           IF WS-LINHA-OK = 'S'
               MOVE WS-CODIGO-NOVO TO AL-CODIGO
               MOVE 'L' TO WS-ORIGEM-NOME
               PERFORM 2620-GUARDA-NOME
           END-IF.

       2310-GRAVA-RESPONSAVEL.
           IF WS-ABERTO-RESP = 'S'
               MOVE WS-CODIGO-NOVO TO RS-CD-ALUNO
               MOVE 1              TO RS-SEQ
               MOVE WS-RESP        TO RS-NOME
               MOVE SPACES         TO RS-PARENTESCO
               MOVE WS-PHONE       TO RS-PHONE
               MOVE WS-PHONE-TIPO  TO RS-PHONE-TIPO
               MOVE SPACES         TO RS-RUA RS-BAIRRO RS-CIDADE RS-UF
               MOVE ZEROS          TO RS-CEP
               WRITE REG-RESPONSAVEL
                   INVALID KEY
                       DISPLAY 'RESPONSAVEL NAO GRAVADO PARA O ALUNO '
                           WS-CODIGO-NOVO ' - STATUS ' WS-FS-CADRESP
               END-WRITE
           END-IF.

       2320-GRAVA-HISTORICO.
           IF WS-ABERTO-HIST = 'S'
               MOVE WS-DT-HOJE     TO AH-DATA
               MOVE WS-CODIGO-NOVO TO AH-CODIGO
               MOVE SPACE          TO AH-STATUS-ANT
               MOVE 'A'            TO AH-STATUS-NOVO
               MOVE 'INCLUIDO PELA IMPORTACAO EM LOTE (ALUIMP)'
                 TO AH-MOTIVO
               MOVE WS-LINHA-ALUNHIST TO REG-ALUNHIST
               WRITE REG-ALUNHIST
           END-IF.

      * procura a turma na tabela e, se nao houver, abre uma entrada
      * nova (nao cadastrada) para o resumo
       2500-LOCALIZA-TURMA.
           PERFORM 2510-PROCURA-TURMA.
           IF WS-TURMA-ACHADA = ZEROS AND WS-QTD-TURMAS < 300
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-QTD-TURMAS TO WS-TURMA-ACHADA
               MOVE WS-TURMA-PROCURA TO WS-TT-CODIGO (WS-QTD-TURMAS)
               MOVE 'N'   TO WS-TT-CADASTRADA (WS-QTD-TURMAS)
               MOVE ZEROS TO WS-TT-CAPACIDADE (WS-QTD-TURMAS)
               MOVE ZEROS TO WS-TT-ATIVOS (WS-QTD-TURMAS)
               MOVE ZEROS TO WS-TT-ACEITOS (WS-QTD-TURMAS)
               MOVE ZEROS TO WS-TT-REJEITADOS (WS-QTD-TURMAS)
           END-IF.

       2510-PROCURA-TURMA.
           MOVE ZEROS TO WS-TURMA-ACHADA.
           PERFORM 2520-COMPARA-TURMA
               VARYING WS-IX-TURMA FROM 1 BY 1
               UNTIL WS-IX-TURMA > WS-QTD-TURMAS
                  OR WS-TURMA-ACHADA > ZEROS.

       2520-COMPARA-TURMA.
           IF WS-TT-CODIGO (WS-IX-TURMA) = WS-TURMA-PROCURA
               MOVE WS-IX-TURMA TO WS-TURMA-ACHADA
           END-IF.

      * nome na forma de comparacao, com o codigo em AL-CODIGO e a
      * origem em WS-ORIGEM-NOME
       2600-GUARDA-NOME-CADASTRO.
           CALL 'CDNORNOM' USING WS-NOME-ENTRADA WS-NOME-NORMAL.
           PERFORM 2620-GUARDA-NOME.

       2620-GUARDA-NOME.
           IF WS-QTD-NOMES < 9000
               ADD 1 TO WS-QTD-NOMES
               MOVE WS-NOME-NORMAL (1:30) TO WS-NM-NORMAL (WS-QTD-NOMES)
               MOVE AL-CODIGO TO WS-NM-CODIGO (WS-QTD-NOMES)
               MOVE WS-ORIGEM-NOME TO WS-NM-ORIGEM (WS-QTD-NOMES)
           ELSE
               MOVE 'S' TO WS-NOMES-ESTOURO
           END-IF.

      * na simulacao a recusa so sai no console; o ALUREJ fica
      * intacto para a planilha ser corrigida e reapresentada
       2900-REGISTRA-REJEICAO.
           IF NOT MODO-SIMULACAO AND WS-ABERTO-REJ = 'S'
               MOVE WS-DT-HOJE   TO RA-DATA
               MOVE WS-HR-HOJE   TO RA-HORA
               MOVE WS-NUM-LINHA TO RA-LINHA
               MOVE WS-MOTIVO    TO RA-MOTIVO
               MOVE REG-ALUIMP   TO RA-ORIGINAL
               MOVE WS-LINHA-REJEICAO TO REG-ALUREJ
               WRITE REG-ALUREJ
           END-IF.
           DISPLAY 'REJEITADO LINHA ' WS-NUM-LINHA ': '
               FUNCTION TRIM (WS-NOME) ' - ' FUNCTION TRIM (WS-MOTIVO).

      *================= RESUMO =======================================
       3000-RODAPE.
           DISPLAY '============================================='.
           IF MODO-SIMULACAO
               DISPLAY 'SIMULACAO ALUIMP CONCLUIDA - NADA GRAVADO'
           ELSE
               DISPLAY 'IMPORTACAO ALUIMP -> CADALUNO CONCLUIDA'
           END-IF.
           DISPLAY 'TURMA     ACEITOS  REJEITADOS'.
           PERFORM 3100-LINHA-TURMA
               VARYING WS-IX-TURMA FROM 1 BY 1
               UNTIL WS-IX-TURMA > WS-QTD-TURMAS.
           IF WS-OUTRAS-REJEITADAS > ZEROS
               MOVE WS-OUTRAS-REJEITADAS TO WS-MSK-QTD
               DISPLAY 'SEM TURMA        0  ' WS-MSK-QTD
           END-IF.
           DISPLAY '---------------------------------------------'.
           MOVE WS-TOT-LIDOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS LIDAS......: ' WS-MSK-QTD.
           MOVE WS-TOT-ACEITOS TO WS-MSK-QTD.
           DISPLAY 'ALUNOS ACEITOS....: ' WS-MSK-QTD.
           MOVE WS-TOT-REJEITADOS TO WS-MSK-QTD.
           DISPLAY 'LINHAS REJEITADAS.: ' WS-MSK-QTD.
           IF TABELA-NOMES-ESTOUROU
               DISPLAY 'ATENCAO: TABELA DE NOMES ESGOTADA - A CRITICA'
               DISPLAY 'DE NOME REPETIDO NAO COBRIU TODOS OS ALUNOS;'
               DISPLAY 'CONFERIR PELA PESQUISA DO CDALUNO'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '============================================='.

       3100-LINHA-TURMA.
           IF WS-TT-ACEITOS (WS-IX-TURMA) > ZEROS OR
              WS-TT-REJEITADOS (WS-IX-TURMA) > ZEROS
               MOVE WS-TT-ACEITOS (WS-IX-TURMA) TO WS-MSK-QTD
               DISPLAY WS-TT-CODIGO (WS-IX-TURMA) '   ' WS-MSK-QTD
                   WITH NO ADVANCING
               MOVE WS-TT-REJEITADOS (WS-IX-TURMA) TO WS-MSK-QTD
               DISPLAY '  ' WS-MSK-QTD
           END-IF.

       9999-FINALIZAR.
           IF WS-FS-ALUIMP = 0 OR WS-FS-ALUIMP = 10
               CLOSE ALUIMP
           END-IF.
           IF WS-ABERTO-ALUNO = 'S'
               CLOSE CADALUNO
           END-IF.
           IF WS-ABERTO-RESP = 'S'
               CLOSE CADRESP
           END-IF.
           IF WS-ABERTO-HIST = 'S'
               CLOSE ALUNHIST
           END-IF.
           IF WS-ABERTO-REJ = 'S'
               CLOSE ALUREJ
           END-IF.

       END PROGRAM CDIMPALU.
