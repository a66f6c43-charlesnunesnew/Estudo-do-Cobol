      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:CADASTRO DE ARQUIVOS DE ENTRADA JA PROCESSADOS -
      *         subprograma chamado pelos leitores de interface
      *         (CDIMPUSR, CDHRADMIT, CDHRBAIXA, CDNOTVAL e os modos
      *         lote do DESAFIOM2 e do DESAFIOM1) para que o arquivo
      *         de ontem copiado de volta, ou reenviado pelo emissor,
      *         nao seja carregado duas vezes. Area de chamada e
      *         registro do CADARQPR no copybook REGARQPR. Funcoes:
      *           V - confere: le o arquivo de nome logico AP-ARQUIVO
      *               (o mesmo nome do SELECT do leitor, com o DD_ da
      *               rodada valendo) e calcula a impressao digital:
      *               data e remessa do cabecalho tipo 0, quantidade
      *               de registros e hash do conteudo. Com o tipo e a
      *               impressao ja no cadastro devolve R (recusar);
      *               remessa maior que a ultima mais um avisa que
      *               faltou arquivo no meio e remessa ja passada
      *               avisa de reenvio com outro conteudo (L). Nada e
      *               gravado na conferencia;
      *           G - registra o arquivo, ao fim normal do leitor.
      *         Recarga forcada: ARQREG_FORCA com o tipo do arquivo e
      *         um executor de perfil administrador ativo no CADUSER
      *         (ARQREG_OPERADOR ou o operador do logon) devolvem F
      *         em vez de R; a recarga fica no CADAUD com a acao 'f'.
      *         Arquivo vazio nao e conferido nem registrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDARQREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADARQPR ASSIGN TO
           "CADARQPR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-CHAVE
           FILE STATUS IS CAQ-FS-CADARQPR.

           SELECT ARQENT ASSIGN TO
           CAQ-NOME-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAQ-FS-ARQENT.

           SELECT CADUSER ASSIGN TO
           CAQ-CADUSER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CD-USER
           ALTERNATE RECORD KEY IS FD-EMAIL
           ALTERNATE RECORD KEY IS FD-PHONE
           ALTERNATE RECORD KEY IS FD-CPF WITH DUPLICATES
           FILE STATUS IS CAQ-FS-CADUSER.

           SELECT CADAUD ASSIGN TO
           "CADAUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAQ-FS-CADAUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADARQPR.
       01 REG-CADARQPR.
           03 CAP-CHAVE.
               05 CAP-TIPO               PIC X(10).
               05 CAP-DATA-CAB           PIC 9(08).
               05 CAP-REMESSA            PIC 9(06).
               05 CAP-RESTO-CHAVE        PIC X(23).
           03 CAP-RESTO                  PIC X(83).

       FD ARQENT.
       01 REG-ARQENT                     PIC X(300).

       FD CADUSER.
           COPY REGUSER.

       FD CADAUD.
           COPY REGAUD.

       WORKING-STORAGE SECTION.
       77 CAQ-FS-CADARQPR                PIC 99.
       77 CAQ-FS-ARQENT                  PIC 99.
       77 CAQ-FS-CADUSER                 PIC 99.
       77 CAQ-FS-CADAUD                  PIC 99.
       77 CAQ-NOME-ARQUIVO               PIC X(20) VALUE SPACES.
       77 CAQ-CADUSER-PATH               PIC X(100) VALUE SPACES.
       77 CAQ-EOF-ARQENT                 PIC X VALUE 'N'.
        88 CAQ-FIM-ARQENT                VALUE 'S'.
       77 CAQ-EOF-CADARQPR               PIC X VALUE 'N'.
        88 CAQ-FIM-CADARQPR              VALUE 'S'.
       77 CAQ-ACHADO                     PIC X VALUE 'N'.

      * hash do conteudo: os dois restos de divisao corridos do
      * CDAUDHSH sobre os bytes de cada linha e uma quebra de linha
       77 CAQ-IX                         PIC 9(04) COMP VALUE ZEROS.
       77 CAQ-TAM-LINHA                  PIC 9(04) COMP VALUE ZEROS.
       77 CAQ-H1                         PIC 9(12) COMP VALUE ZEROS.
       77 CAQ-H2                         PIC 9(12) COMP VALUE ZEROS.
       77 CAQ-PRIMO-1                    PIC 9(09) COMP
                                         VALUE 999999937.
       77 CAQ-PRIMO-2                    PIC 9(09) COMP VALUE 999983.
       77 CAQ-BYTE                       PIC X(01) VALUE SPACE.
       77 CAQ-CAB-VISTO                  PIC X VALUE 'N'.

      * registro achado no cadastro, para dizer quando e por quem o
      * arquivo ja passou
       01 CAQ-REGISTRADO.
           03 CAQ-RG-CHAVE               PIC X(47).
           03 CAQ-RG-ARQUIVO             PIC X(20).
           03 CAQ-RG-PROGRAMA            PIC X(10).
           03 CAQ-RG-DATA-PROC           PIC 9(08).
           03 CAQ-RG-HORA-PROC           PIC X(06).
           03 FILLER                     PIC X(39).
       77 CAQ-MAIOR-REMESSA              PIC 9(06) VALUE ZEROS.
       77 CAQ-PROXIMA-REMESSA            PIC 9(06) VALUE ZEROS.

      * recarga forcada: tipo em ARQREG_FORCA e executor conferido
      * como administrador ativo no CADUSER
       77 CAQ-FORCA                      PIC X(10) VALUE SPACES.
       77 CAQ-OPER-TEXTO                 PIC X(08) VALUE SPACES.
       77 CAQ-OPER-CODIGO                PIC 9(08) VALUE ZEROS.
       77 CAQ-OPER-DELEGANTE             PIC X(08) VALUE SPACES.
       77 CAQ-ADMIN-OK                   PIC X VALUE 'N'.

       LINKAGE SECTION.
       77 CAQ-FUNCAO                     PIC X(01).
           COPY REGARQPR.

       PROCEDURE DIVISION USING CAQ-FUNCAO REG-ARQPROC.

       0000-PRINCIPAL.
           EVALUATE CAQ-FUNCAO
               WHEN 'V'
                   PERFORM 1000-CONFERE-ARQUIVO
               WHEN 'G'
                   PERFORM 3000-REGISTRA-ARQUIVO
           END-EVALUATE.
           GOBACK.

       1000-CONFERE-ARQUIVO.
           MOVE ZEROS TO AP-DATA-CAB AP-REMESSA AP-REGISTROS AP-HASH
                         AP-DATA-PROC AP-OPERADOR AP-SEQ-ANTERIOR.
           MOVE SPACES TO AP-HORA-PROC.
           MOVE 'N' TO AP-FORCADO.
           MOVE 'N' TO AP-RESULTADO.
           PERFORM 1100-CALCULA-IMPRESSAO.
           IF AP-REGISTROS > ZEROS
               PERFORM 1900-ABRE-CADARQPR
               IF CAQ-FS-CADARQPR NOT = 0
                   DISPLAY 'CADARQPR NAO ABRIU - STATUS '
                       CAQ-FS-CADARQPR ' - ' FUNCTION TRIM (AP-TIPO)
                       ' NAO CONFERIDO'
               ELSE
                   PERFORM 1200-PROCURA-IMPRESSAO
                   IF CAQ-ACHADO = 'S'
                       PERFORM 1400-ARQUIVO-REPETIDO
                   ELSE
                       PERFORM 1300-CONFERE-REMESSA
                   END-IF
                   CLOSE CADARQPR
               END-IF
           END-IF.

      * uma passada no arquivo inteiro; linha em branco nao conta. O
      * primeiro registro util e o cabecalho quando tem o tipo 0 e a
      * data AAAAMMDD; a remessa nas colunas 10-15 so vale numerica
       1100-CALCULA-IMPRESSAO.
           MOVE AP-ARQUIVO TO CAQ-NOME-ARQUIVO.
           MOVE ZEROS TO CAQ-H1 CAQ-H2.
           MOVE 'N' TO CAQ-CAB-VISTO.
           OPEN INPUT ARQENT.
           IF CAQ-FS-ARQENT = 0
               MOVE 'N' TO CAQ-EOF-ARQENT
               PERFORM 1110-LE-ENTRADA UNTIL CAQ-FIM-ARQENT
               CLOSE ARQENT
               COMPUTE AP-HASH = CAQ-H1 * 1000000 + CAQ-H2
           END-IF.

       1110-LE-ENTRADA.
           READ ARQENT
               AT END
                   MOVE 'S' TO CAQ-EOF-ARQENT
               NOT AT END
                   IF REG-ARQENT NOT = SPACES
                       ADD 1 TO AP-REGISTROS
                       IF CAQ-CAB-VISTO = 'N'
                           PERFORM 1120-CONFERE-CABECALHO
                       END-IF
                       COMPUTE CAQ-TAM-LINHA = FUNCTION LENGTH
                           (FUNCTION TRIM (REG-ARQENT TRAILING))
                       PERFORM 1130-SOMA-LINHA
                           VARYING CAQ-IX FROM 1 BY 1
                           UNTIL CAQ-IX > CAQ-TAM-LINHA
                       MOVE X'0A' TO CAQ-BYTE
                       PERFORM 1140-SOMA-BYTE
                   END-IF
           END-READ.

       1120-CONFERE-CABECALHO.
           MOVE 'S' TO CAQ-CAB-VISTO.
           IF REG-ARQENT (1:1) = '0' AND
              REG-ARQENT (2:8) IS NUMERIC
               MOVE REG-ARQENT (2:8) TO AP-DATA-CAB
               IF REG-ARQENT (10:6) IS NUMERIC
                   MOVE REG-ARQENT (10:6) TO AP-REMESSA
               END-IF
           END-IF.

       1130-SOMA-LINHA.
           MOVE REG-ARQENT (CAQ-IX:1) TO CAQ-BYTE.
           PERFORM 1140-SOMA-BYTE.

       1140-SOMA-BYTE.
           COMPUTE CAQ-H1 = FUNCTION MOD
               (CAQ-H1 * 257 + FUNCTION ORD (CAQ-BYTE), CAQ-PRIMO-1).
           COMPUTE CAQ-H2 = FUNCTION MOD
               (CAQ-H2 * 263 + FUNCTION ORD (CAQ-BYTE), CAQ-PRIMO-2).

       1200-PROCURA-IMPRESSAO.
           MOVE 'N' TO CAQ-ACHADO.
           MOVE AP-CHAVE TO CAP-CHAVE.
           READ CADARQPR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-CADARQPR TO CAQ-REGISTRADO
                   MOVE 'S' TO CAQ-ACHADO
           END-READ.

      * arquivo novo: a remessa do cabecalho e comparada com a maior
      * ja registrada do mesmo tipo. Sem remessa no cabecalho (ou
      * primeiro arquivo do tipo) nao ha o que comparar
       1300-CONFERE-REMESSA.
           MOVE ZEROS TO CAQ-MAIOR-REMESSA.
           IF AP-REMESSA > ZEROS
               MOVE LOW-VALUES TO CAP-CHAVE
               MOVE AP-TIPO TO CAP-TIPO
               MOVE 'N' TO CAQ-EOF-CADARQPR
               START CADARQPR KEY IS NOT LESS THAN CAP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO CAQ-EOF-CADARQPR
               END-START
               PERFORM 1310-LE-MESMO-TIPO UNTIL CAQ-FIM-CADARQPR
           END-IF.
           MOVE CAQ-MAIOR-REMESSA TO AP-SEQ-ANTERIOR.
           IF AP-REMESSA > ZEROS AND CAQ-MAIOR-REMESSA > ZEROS
               ADD 1 CAQ-MAIOR-REMESSA GIVING CAQ-PROXIMA-REMESSA
               IF AP-REMESSA > CAQ-PROXIMA-REMESSA
                   MOVE 'L' TO AP-RESULTADO
                   DISPLAY 'ATENCAO: LACUNA NAS REMESSAS DO '
                       FUNCTION TRIM (AP-TIPO) ' - ULTIMA REGISTRADA '
                       CAQ-MAIOR-REMESSA ', RECEBIDA ' AP-REMESSA
                   DISPLAY 'FALTOU ARQUIVO NO MEIO: COBRAR DO EMISSOR'
               ELSE
               IF AP-REMESSA < CAQ-PROXIMA-REMESSA
                   MOVE 'L' TO AP-RESULTADO
                   DISPLAY 'ATENCAO: REMESSA ' AP-REMESSA ' DO '
                       FUNCTION TRIM (AP-TIPO) ' JA RECEBIDA COM OUTRO '
                       'CONTEUDO (ULTIMA ' CAQ-MAIOR-REMESSA ')'
                   DISPLAY 'REENVIO OU ARQUIVO ANTIGO: CONFERIR COM O '
                       'EMISSOR'
               END-IF
               END-IF
           END-IF.

       1310-LE-MESMO-TIPO.
           READ CADARQPR NEXT RECORD
               AT END
                   MOVE 'S' TO CAQ-EOF-CADARQPR
               NOT AT END
                   IF CAP-TIPO NOT = AP-TIPO
                       MOVE 'S' TO CAQ-EOF-CADARQPR
                   ELSE
                       IF CAP-REMESSA > CAQ-MAIOR-REMESSA
                           MOVE CAP-REMESSA TO CAQ-MAIOR-REMESSA
                       END-IF
                   END-IF
           END-READ.

      * ja processado: recusado, salvo a recarga forcada pedida para
      * este tipo por administrador ativo, que fica no CADAUD
       1400-ARQUIVO-REPETIDO.
           MOVE 'R' TO AP-RESULTADO.
           DISPLAY '============================================='.
           DISPLAY 'ARQUIVO ' FUNCTION TRIM (AP-TIPO)
               ' JA PROCESSADO EM ' CAQ-RG-DATA-PROC ' '
               CAQ-RG-HORA-PROC ' PELO '
               FUNCTION TRIM (CAQ-RG-PROGRAMA).
           DISPLAY 'CABECALHO ' AP-DATA-CAB ' REMESSA ' AP-REMESSA
               ' REGISTROS ' AP-REGISTROS.
           MOVE SPACES TO CAQ-FORCA.
           ACCEPT CAQ-FORCA FROM ENVIRONMENT "ARQREG_FORCA".
           MOVE FUNCTION UPPER-CASE (CAQ-FORCA) TO CAQ-FORCA.
           IF CAQ-FORCA NOT = AP-TIPO
               DISPLAY 'ARQUIVO RECUSADO - PARA RECARREGAR: '
                   'ARQREG_FORCA=' FUNCTION TRIM (AP-TIPO)
               DISPLAY 'COM ADMINISTRADOR EM ARQREG_OPERADOR'
           ELSE
               PERFORM 1410-CONFERE-EXECUTOR
               IF CAQ-ADMIN-OK = 'S'
                   MOVE 'F' TO AP-RESULTADO
                   MOVE 'S' TO AP-FORCADO
                   MOVE CAQ-OPER-CODIGO TO AP-OPERADOR
                   PERFORM 1500-AUDITA-RECARGA
                   DISPLAY 'RECARGA FORCADA PELO ADMINISTRADOR '
                       CAQ-OPER-CODIGO ' - ARQUIVO SERA PROCESSADO'
               ELSE
                   DISPLAY 'RECARGA FORCADA RECUSADA - ARQUIVO '
                       'RECUSADO'
               END-IF
           END-IF.
           DISPLAY '============================================='.

       1410-CONFERE-EXECUTOR.
           MOVE 'N' TO CAQ-ADMIN-OK.
           MOVE ZEROS TO CAQ-OPER-CODIGO.
           MOVE SPACES TO CAQ-OPER-TEXTO CAQ-OPER-DELEGANTE.
           ACCEPT CAQ-OPER-TEXTO FROM ENVIRONMENT "ARQREG_OPERADOR".
           IF CAQ-OPER-TEXTO = SPACES
               ACCEPT CAQ-OPER-TEXTO FROM ENVIRONMENT "OPERADOR_CODIGO"
               ACCEPT CAQ-OPER-DELEGANTE
                   FROM ENVIRONMENT "OPERADOR_DELEGANTE"
           END-IF.
           IF CAQ-OPER-TEXTO NOT = SPACES AND
              FUNCTION TEST-NUMVAL (CAQ-OPER-TEXTO) = 0
               MOVE FUNCTION NUMVAL (CAQ-OPER-TEXTO) TO CAQ-OPER-CODIGO
           END-IF.
           IF CAQ-OPER-CODIGO = ZEROS
               DISPLAY 'RECARGA FORCADA EXIGE O EXECUTOR EM '
                   'ARQREG_OPERADOR'
           ELSE
               ACCEPT CAQ-CADUSER-PATH FROM ENVIRONMENT "CADUSER_PATH"
               IF CAQ-CADUSER-PATH = SPACES
                   MOVE "C:\COBOL\DESAFIO" TO CAQ-CADUSER-PATH
               END-IF
               OPEN INPUT CADUSER
               IF CAQ-FS-CADUSER NOT = 0
                   DISPLAY 'CADUSER NAO ABRIU - STATUS ' CAQ-FS-CADUSER
                       ' - EXECUTOR NAO CONFERIDO'
               ELSE
                   MOVE CAQ-OPER-CODIGO TO FD-CD-USER
                   READ CADUSER
                       INVALID KEY
                           DISPLAY 'EXECUTOR ' CAQ-OPER-CODIGO
                               ' NAO CADASTRADO'
                       NOT INVALID KEY
                           IF NOT PERFIL-ADMIN OR CONTA-BLOQUEADA
                               DISPLAY 'EXECUTOR ' CAQ-OPER-CODIGO
                                   ' NAO E ADMINISTRADOR ATIVO'
                           ELSE
                               MOVE 'S' TO CAQ-ADMIN-OK
                           END-IF
                   END-READ
                   CLOSE CADUSER
               END-IF
           END-IF.

      * a linha sai em nome do executor: tipo, nome logico e programa
      * no nome, impressao digital no campo do email
       1500-AUDITA-RECARGA.
           OPEN EXTEND CADAUD.
           IF CAQ-FS-CADAUD = 35
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE CAQ-OPER-CODIGO TO AU-CD-USER.
           MOVE 'f'             TO AU-ACAO.
           MOVE SPACES          TO AU-NM AU-EMAIL.
           STRING 'RECARGA FORCADA ' DELIMITED BY SIZE
               AP-TIPO DELIMITED BY SPACE
               ' (' DELIMITED BY SIZE
               AP-ARQUIVO DELIMITED BY SPACE
               ') PELO ' DELIMITED BY SIZE
               AP-PROGRAMA DELIMITED BY SPACE
               INTO AU-NM
           END-STRING.
           STRING 'CAB ' AP-DATA-CAB ' REM ' AP-REMESSA
               ' REGS ' AP-REGISTROS ' HASH ' AP-HASH
               DELIMITED BY SIZE INTO AU-EMAIL
           END-STRING.
           MOVE CAQ-OPER-CODIGO    TO AU-OPERADOR.
           MOVE CAQ-OPER-DELEGANTE TO AU-DELEGANTE.
           CALL 'CDAUDCAD' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE CADAUD.

       1900-ABRE-CADARQPR.
           OPEN I-O CADARQPR.
           IF CAQ-FS-CADARQPR = 35
               OPEN OUTPUT CADARQPR
               CLOSE CADARQPR
               OPEN I-O CADARQPR
           END-IF.

      * recarga forcada regrava o registro com a data, o programa e o
      * executor da nova carga
       3000-REGISTRA-ARQUIVO.
           IF AP-REGISTROS > ZEROS
               PERFORM 1900-ABRE-CADARQPR
               IF CAQ-FS-CADARQPR NOT = 0
                   DISPLAY 'CADARQPR NAO ABRIU - STATUS '
                       CAQ-FS-CADARQPR ' - ' FUNCTION TRIM (AP-TIPO)
                       ' NAO REGISTRADO'
               ELSE
                   ACCEPT AP-DATA-PROC FROM DATE YYYYMMDD
                   ACCEPT AP-HORA-PROC FROM TIME
                   MOVE REG-ARQPROC TO REG-CADARQPR
                   WRITE REG-CADARQPR
                       INVALID KEY
                           REWRITE REG-CADARQPR
                               INVALID KEY
                                   DISPLAY 'ARQUIVO NAO REGISTRADO NO '
                                       'CADARQPR - STATUS '
                                       CAQ-FS-CADARQPR
                           END-REWRITE
                   END-WRITE
                   CLOSE CADARQPR
               END-IF
           END-IF.

       END PROGRAM CDARQREG.
