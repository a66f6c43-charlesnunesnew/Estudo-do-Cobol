      *                     arquivo truncado ou sem trailer; o
      *                     NOTASLOTEOK sai com cabecalho e trailer
      *                     proprios para o DESAFIOM2 conferir.
      *   15/10/2026 CAN - NOTASLOTE conferido no cadastro de arquivos
      *                     processados CADARQPR pelo CDARQREG antes da
      *                     pre-passada: lote ja validado e recusado com
      *                     codigo 16 (recarga forcada por administrador
      *                     com ARQREG_FORCA=NOTASLOTE, auditada no
      *                     CADAUD), remessa do cabecalho fora da
      *                     sequencia termina com codigo 4, e o lote
      *                     integro e registrado no fim.
      *   15/10/2026 CAN - critica cruzada com o cadastro de inscricoes
      *                     CADINSCR (CDINSCR): nota de materia em que o
      *                     aluno nao esta inscrito no termo do lote e
      *                     recusada; sem o CADINSCR em disco a critica
      *                     fica desligada.
      *   15/10/2026 CAN - critica contra o calendario de avaliacoes
      *                     CADCALAV (CDPRZAVA) na turma do aluno: nota
      *                     de avaliacao ainda nao aplicada recusa a
      *                     linha; nota depois do prazo passa com aviso
      *                     e o rodape conta os aceitos fora do prazo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS MT-CODIGO
           FILE STATUS IS WS-FS-CADMAT.

           SELECT CADINSCR ASSIGN TO
           "CADINSCR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-CHAVE
           FILE STATUS IS WS-FS-CADINSCR.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LOTE.
           03 MT-CODIGO                  PIC X(06).
           03 MT-DESCRICAO               PIC X(30).

       FD CADINSCR.
           COPY REGINSCR.

       FD ARQ-ERR.
       01 REG-ERR.
           03 ER-LINHA                   PIC 9(06).
       77 WS-TERMO-OK                    PIC X VALUE 'N'.
       77 WS-FS-CADALUNO                 PIC 99.
       77 WS-FS-CADMAT                   PIC 99.
       77 WS-FS-CADINSCR                 PIC 99.
       77 WS-INSCRICAO-ATIVA             PIC X VALUE 'N'.
      * calendario de avaliacoes (CDPRZAVA / CADCALAV) na turma do
      * aluno: nota antes da aplicacao recusa a linha; depois do
      * prazo a linha passa e e contada como fora do prazo
       77 WS-TURMA-ALUNO                 PIC X(03) VALUE SPACES.
       77 WS-PZA-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-PZA-APLICACAO               PIC 9(08) VALUE ZEROS.
       77 WS-PZA-PRAZO                   PIC 9(08) VALUE ZEROS.
       77 WS-PZA-DIAS                    PIC 9(03) VALUE ZEROS.
       77 WS-PZA-RETORNO                 PIC X(01) VALUE SPACE.
       77 WS-PZA-CHAMADO                 PIC X(01) VALUE 'N'.
       77 WS-LINHA-ATRASADA              PIC X(01) VALUE 'N'.
       77 WS-TOT-FORA-PRAZO              PIC 9(06) VALUE ZEROS.
      * chaves aluno+materia ja vistas neste lote (o termo e um so):
      * a repeticao recusa a linha repetida em vez de deixar a
      * segunda regravar a primeira em silencio; a tabela comporta
       77 WS-TOT-ACEITOS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RECUSADOS               PIC 9(06) VALUE ZEROS.

      * cadastro de arquivos ja processados (CDARQREG): NOTASLOTE ja
      * validado e recusado com codigo 16; o CALL zera o
      * RETURN-CODE, que e guardado no fim como no CDBATCH
       77 WS-ARQ-FUNCAO                  PIC X(01) VALUE SPACE.
       77 WS-RC-SALVO                    PIC S9(04) VALUE ZEROS.
           COPY REGARQPR.

           COPY MASCARAS.

       PROCEDURE DIVISION.

       1000-INICIAR.
           ACCEPT WS-DT-ATUAL FROM DATE YYYYMMDD.
           INITIALIZE REG-ARQPROC.
           PERFORM 1400-VALIDA-TERMO.
           IF WS-TERMO-OK NOT = 'S'
               MOVE 'S' TO WS-EOF-LOTE
       1430-ABRE-CADASTROS.
           OPEN INPUT CADALUNO.
           OPEN INPUT CADMAT.
      * o cadastro de inscricoes e opcional: em disco, a nota de
      * materia sem inscricao do aluno no termo e recusada
           OPEN INPUT CADINSCR.
           IF WS-FS-CADINSCR = 0
               MOVE 'S' TO WS-INSCRICAO-ATIVA
           END-IF.

      * o lote inteiro e do termo da variavel BOLETIM_TERMO: termo
      * fora do CADTERMO ou encerrado derruba o passo antes de
               MOVE 'S' TO WS-EOF-LOTE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1460-CONFERE-ARQUIVO
               IF NOT ARQ-REPETIDO
                   PERFORM 1500-CONFERE-CONTROLE UNTIL FIM-LOTE
                   PERFORM 1600-AVALIA-CONTROLE
                   IF LOTE-INTEGRO
                       CLOSE ARQ-LOTE
                       OPEN INPUT ARQ-LOTE
                       MOVE 'N' TO WS-EOF-LOTE
                       OPEN OUTPUT ARQ-OK
                       OPEN OUTPUT ARQ-ERR
                       MOVE WS-DT-ATUAL TO OK-CAB-DATA
                       MOVE WS-LINHA-CAB-OK TO REG-OK
                       WRITE REG-OK
                   END-IF
               END-IF
           END-IF.

      * NOTASLOTE ja validado (copia de volta, reenvio da secretaria)
      * nao passa de novo, salvo recarga forcada por administrador; a
      * remessa do cabecalho fora da sequencia avisa com codigo 4
       1460-CONFERE-ARQUIVO.
           MOVE 'NOTASLOTE' TO AP-TIPO.
           MOVE 'NOTASLOTE' TO AP-ARQUIVO.
           MOVE 'CDNOTVAL'  TO AP-PROGRAMA.
           MOVE 'V' TO WS-ARQ-FUNCAO.
           CALL 'CDARQREG' USING WS-ARQ-FUNCAO REG-ARQPROC.
           IF ARQ-REPETIDO
               MOVE 'S' TO WS-EOF-LOTE
           END-IF.

      * pre-passada: so conta os detalhes tipo 1 e guarda a contagem
      * do trailer tipo 9; nada e gravado ainda
       1500-CONFERE-CONTROLE.
                       ADD 1 TO WS-TOT-ACEITOS
                       MOVE REG-LOTE TO REG-OK
                       WRITE REG-OK
                       IF WS-LINHA-ATRASADA = 'S'
                           ADD 1 TO WS-TOT-FORA-PRAZO
                           DISPLAY 'AVISO: LINHA ' WS-TOT-LIDOS
                               ' COM NOTA FORA DO PRAZO DO '
                               'CALENDARIO: ' WS-LT-CD-ALUNO ' '
                               WS-LT-MATERIA
                       END-IF
                   ELSE
                       ADD 1 TO WS-TOT-RECUSADOS
                       MOVE WS-TOT-LIDOS TO ER-LINHA
      * os campos do detalhe vem depois do tipo na coluna 1
       2100-CRITICA-REGISTRO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 'N' TO WS-LINHA-ATRASADA.
           IF REG-LOTE (1:1) NOT = '1' AND REG-LOTE (1:1) NOT = '2'
               MOVE 'TIPO DE REGISTRO DESCONHECIDO' TO WS-MOTIVO
           END-IF.
               IF WS-MOTIVO = SPACES
                   PERFORM 2140-CRITICA-MATERIA-EXISTE
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 2145-CRITICA-INSCRICAO
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 2110-CRITICA-NOTA
                       VARYING WS-IX-NOTA FROM 1 BY 1
                       UNTIL WS-IX-NOTA > 4
                          OR WS-MOTIVO NOT = SPACES
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 2115-CRITICA-CALENDARIO
                       VARYING WS-IX-NOTA FROM 1 BY 1
                       UNTIL WS-IX-NOTA > 4
                          OR WS-MOTIVO NOT = SPACES
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 2120-CRITICA-FREQUENCIA
               END-IF
           END-IF.

       2130-CRITICA-ALUNO-EXISTE.
           MOVE SPACES TO WS-TURMA-ALUNO.
           IF WS-FS-CADALUNO NOT = 0
               MOVE 'CADALUNO INDISPONIVEL - ALUNO NAO CONFERIDO'
                 TO WS-MOTIVO
                       MOVE 'ALUNO INEXISTENTE NO CADALUNO'
                         TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE AL-TURMA TO WS-TURMA-ALUNO
               END-READ
           END-IF.

               END-READ
           END-IF.

      * inscricao do aluno na materia no termo do lote (CDINSCR)
       2145-CRITICA-INSCRICAO.
           IF WS-INSCRICAO-ATIVA = 'S'
               MOVE WS-TERMO-LOTE TO IN-TERMO
               MOVE FUNCTION NUMVAL (WS-LT-CD-ALUNO) TO IN-CD-ALUNO
               MOVE WS-LT-MATERIA TO IN-MATERIA
               READ CADINSCR
                   INVALID KEY
                       MOVE 'ALUNO NAO INSCRITO NA MATERIA NO TERMO'
                         TO WS-MOTIVO
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       2150-CRITICA-DUPLICIDADE.
           MOVE 'N' TO WS-CHAVE-REPETIDA.
           PERFORM 2160-COMPARA-CHAVE
           END-IF
           END-IF.

      * a data do passo contra o calendario da turma do aluno; a
      * avaliacao sem calendario segue livre
       2115-CRITICA-CALENDARIO.
           IF WS-LT-NOTA (WS-IX-NOTA) NOT = SPACES
               MOVE 'C' TO WS-PZA-FUNCAO
               CALL 'CDPRZAVA' USING WS-PZA-FUNCAO WS-TERMO-LOTE
                   WS-TURMA-ALUNO WS-IX-NOTA WS-DT-ATUAL
                   WS-PZA-APLICACAO WS-PZA-PRAZO WS-PZA-DIAS
                   WS-PZA-RETORNO
               MOVE 'S' TO WS-PZA-CHAMADO
               IF WS-PZA-RETORNO = 'A'
                   STRING 'NOTA ' WS-IX-NOTA ' ANTES DA APLICACAO EM '
                       WS-PZA-APLICACAO
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
               IF WS-PZA-RETORNO = 'T'
                   MOVE 'S' TO WS-LINHA-ATRASADA
               END-IF
           END-IF.

       2120-CRITICA-FREQUENCIA.
           IF WS-LT-AULAS-DADAS IS NOT NUMERIC OR
              WS-LT-AULAS-FREQ IS NOT NUMERIC
           DISPLAY 'REGISTROS ACEITOS.: ' WS-MSK-QTD.
           MOVE WS-TOT-RECUSADOS TO WS-MSK-QTD.
           DISPLAY 'REGISTROS RECUSADOS: ' WS-MSK-QTD.
           MOVE WS-TOT-FORA-PRAZO TO WS-MSK-QTD.
           DISPLAY 'ACEITOS FORA DO PRAZO: ' WS-MSK-QTD.
           DISPLAY 'ACEITOS EM NOTASLOTEOK / RECUSAS EM NOTASLOTERR'.
           IF TABELA-CHAVES-ESTOUROU
               DISPLAY 'ATENCAO: TABELA DE CHAVES ESGOTADA - A'
           END-IF.
           DISPLAY '============================================='.

      * so o lote integro, que andou inteiro, fica registrado
       9999-FINALIZAR.
           MOVE RETURN-CODE TO WS-RC-SALVO.
           IF WS-FS-LOTE = 0 OR WS-FS-LOTE = 10
               CLOSE ARQ-LOTE
               IF LOTE-INTEGRO
                   CLOSE ARQ-OK
                   CLOSE ARQ-ERR
                   MOVE 'G' TO WS-ARQ-FUNCAO
                   CALL 'CDARQREG' USING WS-ARQ-FUNCAO REG-ARQPROC
               END-IF
               IF WS-FS-CADALUNO = 0
                   CLOSE CADALUNO
               IF WS-FS-CADMAT = 0
                   CLOSE CADMAT
               END-IF
               IF WS-INSCRICAO-ATIVA = 'S'
                   CLOSE CADINSCR
               END-IF
           END-IF.
           IF WS-PZA-CHAMADO = 'S'
               MOVE 'F' TO WS-PZA-FUNCAO
               CALL 'CDPRZAVA' USING WS-PZA-FUNCAO WS-TERMO-LOTE
                   WS-TURMA-ALUNO WS-IX-NOTA WS-DT-ATUAL
                   WS-PZA-APLICACAO WS-PZA-PRAZO WS-PZA-DIAS
                   WS-PZA-RETORNO
           END-IF.
           IF ARQ-REPETIDO
               MOVE 16 TO WS-RC-SALVO
           END-IF.
           IF ARQ-FORA-SEQUENCIA AND WS-RC-SALVO = 0
               MOVE 4 TO WS-RC-SALVO
           END-IF.
           MOVE WS-RC-SALVO TO RETURN-CODE.

       END PROGRAM CDNOTVAL.
