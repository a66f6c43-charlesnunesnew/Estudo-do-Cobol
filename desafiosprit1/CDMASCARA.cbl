      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:MASCARAMENTO DO CONJUNTO DE TREINAMENTO - operador novo
      *         treina e programador testa em copia dos arquivos de
      *         producao; levar nome, CPF, telefone e nota reais para
      *         notebook nao da. Este job le um conjunto de backup do
      *         CDBKPALL (manifesto BKPMANIF ou o fisico apontado por
      *         DD_BKPMANIF) e a geracao do CDBKPUSR da mesma noite
      *         (catalogo BKPCATAL) e grava o conjunto mascarado:
      *         cada dump vira NOME.MSK.AAAAMMDD com o manifesto
      *         MSKMANIF no layout do BKPMANIF (restaurado pelo
      *         CDRSTALL com DD_BKPMANIF=MSKMANIF) e o CADUSER vira
      *         ARQBKP.MSK.AAAAMMDD (restaurado pelo CDRSTUSR com
      *         DD_ARQBKP). Nomes e nomes sociais saem das tabelas
      *         abaixo e sao divididos pelo CDDIVNOM; CPF ganha numero
      *         novo com digitos da regra do 1088-VALIDA-CPF; email
      *         vai para o primeiro dominio ativo do CADDOM do proprio
      *         conjunto; telefone ganha DDD valido e numero novo;
      *         nascimento do aluno fica com o ano e dia 01/07;
      *         notas sao deslocadas por aluno e media, status e
      *         conceito recalculados pela regra do DESAFIOM2. Tudo e
      *         derivado do codigo do registro: o mesmo usuario tem o
      *         mesmo nome, email e telefone no CADUSER e no CADPEND,
      *         o mesmo aluno o mesmo nome no CADALUNO e no BOLETIM, e
      *         codigos, turmas e materias nao mudam. Imprime o
      *         certificado MSKCERT.AAAAMMDD (via DD_MSKIMP),
      *         catalogado no RELCATAL com o tipo MSKCERT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMASCARA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPMANIF ASSIGN TO
           "BKPMANIF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MANIF.

           SELECT MSKMANIF ASSIGN TO
           "MSKMANIF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MSKMANIF.

           SELECT ARQDUMP ASSIGN TO
           "ARQDUMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DUMP.

           SELECT ARQMSK ASSIGN TO
           "ARQMSK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MSK.

           SELECT ARQBKP ASSIGN TO
           "ARQBKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQBKP.

           SELECT BKPCATAL ASSIGN TO
           "BKPCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATALOGO.

           SELECT ARQ-IMP ASSIGN TO
           "MSKIMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT RELCATAL ASSIGN TO
           "RELCATAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELCATAL.

       DATA DIVISION.
       FILE SECTION.
       FD BKPMANIF.
       01 REG-MANIFESTO                   PIC X(60).

       FD MSKMANIF.
       01 REG-MSKMANIF                    PIC X(60).

       FD ARQDUMP.
      * maior registro do conjunto e o CADPEND (853 bytes): a
      * linha de dump tem de caber ele inteiro com folga
       01 REG-DUMP                        PIC X(900).

      * a linha do CADUSER mascarado tem o tamanho da linha do
      * ARQBKP do CDBKPUSR
       FD ARQMSK.
       01 REG-MSK                         PIC X(900).
       01 REG-MSK-USR                     PIC X(600).

       FD ARQBKP.
       01 REG-BKP                         PIC X(600).

       FD BKPCATAL.
       01 REG-CATALOGO                    PIC X(60).

       FD ARQ-IMP.
       01 REG-IMP                         PIC X(132).

       FD RELCATAL.
       01 REG-RELCATAL                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-MANIF                    PIC 99 VALUE 99.
       77 WS-FS-MSKMANIF                 PIC 99 VALUE 99.
       77 WS-FS-DUMP                     PIC 99.
       77 WS-FS-MSK                      PIC 99.
       77 WS-FS-ARQBKP                   PIC 99.
       77 WS-FS-CATALOGO                 PIC 99.
       77 WS-FS-IMP                      PIC 99 VALUE 99.
       77 WS-FS-RELCATAL                 PIC 99.
       77 WS-EOF-MANIF                   PIC X VALUE 'N'.
        88 FIM-MANIFESTO                 VALUE 'S'.
       77 WS-EOF-DUMP                    PIC X VALUE 'N'.
        88 FIM-ARQDUMP                   VALUE 'S'.
       77 WS-EOF-BKP                     PIC X VALUE 'N'.
        88 FIM-ARQBKP                    VALUE 'S'.
       77 WS-EOF-CAT                     PIC X VALUE 'N'.
        88 FIM-CATALOGO                  VALUE 'S'.
       77 WS-CONJUNTO-OK                 PIC X VALUE 'S'.
        88 CONJUNTO-OK                   VALUE 'S'.

       77 WS-DT-EXEC                     PIC 9(08).
       77 WS-HR-EXEC                     PIC X(06).
       77 WS-DT-CONJUNTO                 PIC 9(08) VALUE ZEROS.
       77 WS-DOMINIO-TREINO              PIC X(30) VALUE SPACES.
       77 WS-ACHOU-CADDOM                PIC X VALUE 'N'.
       77 WS-FISICO-CADDOM               PIC X(30) VALUE SPACES.
       77 WS-FISICO-USER                 PIC X(20) VALUE SPACES.
       77 WS-NOME-MSK                    PIC X(30) VALUE SPACES.

       01 WS-PARTES-MANIFESTO.
           03 WS-MF-NOME                 PIC X(12).
           03 WS-MF-FISICO               PIC X(30).
           03 WS-MF-CONTAGEM             PIC X(06).
           03 WS-MF-SITUACAO             PIC X(08).

       01 WS-PARTES-GERACAO.
           03 WS-GE-DATA                 PIC X(08).
           03 WS-GE-FISICO               PIC X(20).
           03 WS-GE-CONTAGEM             PIC X(06).
           03 WS-GE-SITUACAO             PIC X(01).

      * a linha do manifesto mascarado e montada aqui porque VALUE de
      * FILLER nao vale em registro de FD
       01 WS-LINHA-MANIFESTO.
           03 MF-NOME                    PIC X(12).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 MF-FISICO                  PIC X(30).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 MF-CONTAGEM                PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 MF-SITUACAO                PIC X(08).

       01 WS-LINHA-TRAILER.
           03 FILLER                     PIC X(02) VALUE 'T;'.
           03 BK-TRL-CONTAGEM            PIC 9(06).

       77 WS-TEM-TRAILER                 PIC X VALUE 'N'.
       77 WS-CONTAGEM-TRAILER            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-GRAVADOS                PIC 9(06) VALUE ZEROS.
       77 WS-SITUACAO                    PIC X(08) VALUE SPACES.
       77 WS-CAMPOS                      PIC X(50) VALUE SPACES.

      * registros do conjunto, movidos da linha de dump para o layout
      * de cada arquivo
           COPY REGNOTA.
           COPY REGALUNO.
           COPY REGPEND.
           COPY REGRESP.
           COPY REGDOM.
           COPY REGUSER.

      * nomes falsos: prenome pelo codigo, dois sobrenomes pelas casas
      * seguintes do codigo; nenhum passa de 9 letras e o nome inteiro
      * cabe nos 30 do CADALUNO
       01 WS-TAB-PRENOMES-DADOS.
           05 FILLER PIC X(36) VALUE
               'ANA      BRUNO    CARLA    DANIEL   '.
           05 FILLER PIC X(36) VALUE
               'ELISA    FABIO    GABRIELA HEITOR   '.
           05 FILLER PIC X(36) VALUE
               'IRENE    JOAO     LARISSA  MARCOS   '.
           05 FILLER PIC X(36) VALUE
               'NATALIA  OTAVIO   PAULA    RAFAEL   '.
           05 FILLER PIC X(36) VALUE
               'SILVIA   TIAGO    VALERIA  WAGNER   '.
       01 WS-TAB-PRENOMES REDEFINES WS-TAB-PRENOMES-DADOS.
           05 WS-PRENOME OCCURS 20 TIMES PIC X(09).

       01 WS-TAB-SOBRENOMES-DADOS.
           05 FILLER PIC X(36) VALUE
               'ALVES    BARROS   CARDOSO  DIAS     '.
           05 FILLER PIC X(36) VALUE
               'ESTEVES  FARIAS   GOMES    HONORATO '.
           05 FILLER PIC X(36) VALUE
               'JARDIM   LOPES    MACEDO   NOGUEIRA '.
           05 FILLER PIC X(36) VALUE
               'OLIVEIRA PEIXOTO  QUEIROZ  ROCHA    '.
           05 FILLER PIC X(36) VALUE
               'SANTANA  TEIXEIRA VIEIRA   XAVIER   '.
       01 WS-TAB-SOBRENOMES REDEFINES WS-TAB-SOBRENOMES-DADOS.
           05 WS-SOBRENOME OCCURS 20 TIMES PIC X(09).

      * DDDs validos do Brasil, os mesmos da tabela do CDVALFON
       01 WS-TAB-DDD-DADOS.
           05 FILLER PIC X(40) VALUE
               '1112131415161718192122242728313233343537'.
           05 FILLER PIC X(40) VALUE
               '3841424344454647484951535455616263646566'.
           05 FILLER PIC X(40) VALUE
               '6768697173747577798182838485868788899192'.
           05 FILLER PIC X(14) VALUE
               '93949596979899'.
       01 WS-TAB-DDD REDEFINES WS-TAB-DDD-DADOS.
           05 WS-DDD-CODIGO OCCURS 67 TIMES PIC 9(02).

      * area de trabalho das mascaras, todas derivadas do codigo
       77 WS-COD-MASC                    PIC 9(08) VALUE ZEROS.
       77 WS-QUOCIENTE                   PIC 9(08) VALUE ZEROS.
       77 WS-RESTO                       PIC 9(04) VALUE ZEROS.
       77 WS-SEMENTE                     PIC 9(10) VALUE ZEROS.
       77 WS-IX-PRE                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-SOB1                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-SOB2                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-DDD                      PIC 9(02) VALUE ZEROS.
       77 WS-DESVIO                      PIC 9(02) VALUE ZEROS.
       77 WS-NOME-FALSO                  PIC X(100) VALUE SPACES.
       77 WS-EMAIL-FALSO                 PIC X(100) VALUE SPACES.
       01 WS-FONE.
           05 WS-FONE-PAIS               PIC 9(02).
           05 WS-FONE-DDD                PIC 9(02).
           05 WS-FONE-PREFIXO            PIC 9(05).
           05 WS-FONE-SUFIXO             PIC 9(04).
       77 WS-FONE-TIPO                   PIC X(01) VALUE SPACE.

      * CPF falso: base 900000000 + codigo (unica por codigo) e os
      * digitos verificadores pela regra do 1088-VALIDA-CPF
       77 WS-CPF-BASE                    PIC 9(09) VALUE ZEROS.
       01 WS-CPF-NUM                     PIC 9(11) VALUE ZEROS.
       01 WS-CPF-DIGITOS REDEFINES WS-CPF-NUM.
           05 WS-CPF-DIG OCCURS 11 TIMES PIC 9(01).
       77 WS-CPF-SOMA                    PIC 9(04) VALUE ZEROS.
       77 WS-CPF-RESTO                   PIC 9(02) VALUE ZEROS.
       77 WS-CPF-DV                      PIC 9(01) VALUE ZEROS.
       77 WS-IX-CPF                      PIC 9(02) VALUE ZEROS.

      * deslocamento das notas por aluno, de -0,5 a +0,5 (nunca zero);
      * pesos e cortes sao os do DESAFIOM2
       77 WS-DESLOC                      PIC S9(01)V9 VALUE ZEROS.
       77 WS-NOTA-TRAB                   PIC S9(02)V9 VALUE ZEROS.
       77 WS-PESO-N1                     PIC 9 VALUE 1.
       77 WS-PESO-N2                     PIC 9 VALUE 1.
       77 WS-PESO-N3                     PIC 9 VALUE 1.
       77 WS-PESO-N4                     PIC 9 VALUE 2.
       77 WS-MEDIA-APROVACAO             PIC 9(02)V99 VALUE 7.
       77 WS-MEDIA-RECUPERACAO           PIC 9(02)V99 VALUE 4.
       77 WS-CORTE-A                     PIC 9(02)V99 VALUE 9.
       77 WS-CORTE-B                     PIC 9(02)V99 VALUE 7.
       77 WS-CORTE-C                     PIC 9(02)V99 VALUE 5.
       77 WS-CORTE-D                     PIC 9(02)V99 VALUE 4.

       77 WS-TOT-NOMES                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SOCIAIS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CPFS                    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EMAILS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FONES                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NOTAS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-MEDIAS                  PIC 9(06) VALUE ZEROS.

      * uma linha do certificado por arquivo do conjunto
       01 WS-TAB-CERTIFICADO.
           03 WS-QTD-CERT                PIC 9(02) VALUE ZEROS.
           03 WS-CERT OCCURS 15 TIMES.
               05 CE-NOME                PIC X(12).
               05 CE-LIDOS               PIC 9(06).
               05 CE-GRAVADOS            PIC 9(06).
               05 CE-SITUACAO            PIC X(08).
               05 CE-CAMPOS              PIC X(50).
       77 WS-IX-CERT                     PIC 9(02) VALUE ZEROS.

       77 WS-NOME-IMP                    PIC X(20) VALUE SPACES.
       77 WS-TOT-LINHAS-IMP              PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-IMP                   PIC X(132).

      * a linha do catalogo de relatorios e montada aqui porque
      * VALUE de FILLER nao vale em registro de FD
       01 WS-LINHA-RELCATAL.
           03 RK-DATA                    PIC 9(08).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-TIPO                    PIC X(10).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-FISICO                  PIC X(30).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-LINHAS                  PIC 9(06).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 RK-SITUACAO                PIC X(01).

           COPY MASCARAS.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF CONJUNTO-OK
               PERFORM 2000-PROCESSA-MANIFESTO UNTIL FIM-MANIFESTO
               PERFORM 5000-MASCARA-CADUSER
               PERFORM 6000-CERTIFICADO
           END-IF.
           PERFORM 9999-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DT-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HR-EXEC FROM TIME.
           DISPLAY '============================================='.
           DISPLAY '   MASCARAMENTO DO CONJUNTO DE TREINAMENTO'.
           DISPLAY '============================================='.
           PERFORM 1100-LOCALIZA-DOMINIO.
           IF CONJUNTO-OK
               PERFORM 1200-ABRE-MANIFESTOS
           END-IF.

      * email mascarado tem de cair num dominio aceito pelo CADDOM do
      * proprio conjunto, e o CADDOM vem depois do CADPEND no
      * manifesto: uma passada previa acha o dump do CADDOM, a data
      * do conjunto (cabecalho H) e o primeiro dominio ativo. Sem
      * dominio nao ha como mascarar email - o conjunto e recusado
      * inteiro para nenhum email real sair
       1100-LOCALIZA-DOMINIO.
           OPEN INPUT BKPMANIF.
           IF WS-FS-MANIF NOT = 0
               DISPLAY 'MANIFESTO NAO ENCONTRADO (DD_BKPMANIF)'
               MOVE 'N' TO WS-CONJUNTO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-MANIF
               PERFORM 1110-PROCURA-CADDOM
                   UNTIL FIM-MANIFESTO OR WS-ACHOU-CADDOM = 'S'
               CLOSE BKPMANIF
               IF WS-ACHOU-CADDOM = 'S'
                   DISPLAY 'DD_ARQDUMP' UPON ENVIRONMENT-NAME
                   DISPLAY WS-FISICO-CADDOM UPON ENVIRONMENT-VALUE
                   OPEN INPUT ARQDUMP
                   IF WS-FS-DUMP = 0
                       MOVE 'N' TO WS-EOF-DUMP
                       PERFORM 1120-LE-DOMINIO
                           UNTIL FIM-ARQDUMP
                              OR WS-DOMINIO-TREINO NOT = SPACES
                       CLOSE ARQDUMP
                   END-IF
               END-IF
               IF WS-DOMINIO-TREINO = SPACES
                   DISPLAY 'SEM DOMINIO ATIVO NO CADDOM DO CONJUNTO - '
                       'MASCARAMENTO RECUSADO'
                   MOVE 'N' TO WS-CONJUNTO-OK
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'CONJUNTO DE ' WS-DT-CONJUNTO
                       ' - EMAILS EM ' FUNCTION TRIM (WS-DOMINIO-TREINO)
               END-IF
           END-IF.

       1110-PROCURA-CADDOM.
           READ BKPMANIF
               AT END
                   MOVE 'S' TO WS-EOF-MANIF
               NOT AT END
                   MOVE SPACES TO WS-PARTES-MANIFESTO
                   UNSTRING REG-MANIFESTO
                       DELIMITED BY ';'
                       INTO WS-MF-NOME
                            WS-MF-FISICO
                            WS-MF-CONTAGEM
                            WS-MF-SITUACAO
                   END-UNSTRING
                   IF WS-MF-NOME = 'CADDOM'
                      AND WS-MF-SITUACAO (1:2) = 'OK'
                       MOVE 'S' TO WS-ACHOU-CADDOM
                       MOVE WS-MF-FISICO TO WS-FISICO-CADDOM
                   END-IF
           END-READ.

       1120-LE-DOMINIO.
           READ ARQDUMP
               AT END
                   MOVE 'S' TO WS-EOF-DUMP
               NOT AT END
                   EVALUATE REG-DUMP (1:2)
                       WHEN 'H;'
                           IF REG-DUMP (3:8) IS NUMERIC
                               MOVE REG-DUMP (3:8) TO WS-DT-CONJUNTO
                           END-IF
                       WHEN 'T;'
                           CONTINUE
                       WHEN OTHER
                           MOVE REG-DUMP TO REG-DOMINIO
                           IF DOMINIO-ATIVO
                               MOVE DM-DOMINIO TO WS-DOMINIO-TREINO
                           END-IF
                   END-EVALUATE
           END-READ.

       1200-ABRE-MANIFESTOS.
           IF WS-DT-CONJUNTO = ZEROS
               MOVE WS-DT-EXEC TO WS-DT-CONJUNTO
           END-IF.
           OPEN OUTPUT MSKMANIF.
           IF WS-FS-MSKMANIF NOT = 0
               DISPLAY 'ERRO AO CRIAR O MSKMANIF - STATUS '
                   WS-FS-MSKMANIF
               MOVE 'N' TO WS-CONJUNTO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT BKPMANIF
               MOVE 'N' TO WS-EOF-MANIF
           END-IF.

      ******************************************************************
      * um arquivo do manifesto por vez: dump de producao entra pelo
      * DD_ARQDUMP e o mascarado sai pelo DD_ARQMSK
      ******************************************************************
       2000-PROCESSA-MANIFESTO.
           READ BKPMANIF
               AT END
                   MOVE 'S' TO WS-EOF-MANIF
               NOT AT END
                   MOVE SPACES TO WS-PARTES-MANIFESTO
                   UNSTRING REG-MANIFESTO
                       DELIMITED BY ';'
                       INTO WS-MF-NOME
                            WS-MF-FISICO
                            WS-MF-CONTAGEM
                            WS-MF-SITUACAO
                   END-UNSTRING
                   IF WS-MF-NOME NOT = SPACES
                       IF WS-MF-SITUACAO (1:2) = 'OK'
                           PERFORM 2100-MASCARA-UM
                       ELSE
                           MOVE SPACES TO WS-NOME-MSK
                           MOVE 0 TO WS-TOT-LIDOS
                           MOVE 0 TO WS-TOT-GRAVADOS
                           MOVE 'AUSENTE' TO WS-SITUACAO
                           MOVE 'SEM DUMP NO CONJUNTO' TO WS-CAMPOS
                           PERFORM 2900-GRAVA-MANIFESTO
                       END-IF
                   END-IF
           END-READ.

       2100-MASCARA-UM.
           MOVE 0 TO WS-TOT-LIDOS.
           MOVE 0 TO WS-TOT-GRAVADOS.
           MOVE 'N' TO WS-TEM-TRAILER.
           MOVE 0 TO WS-CONTAGEM-TRAILER.
           PERFORM 2150-CAMPOS-DO-ARQUIVO.
           MOVE SPACES TO WS-NOME-MSK.
           STRING FUNCTION TRIM (WS-MF-NOME) '.MSK.' WS-DT-CONJUNTO
               DELIMITED BY SIZE INTO WS-NOME-MSK.
           DISPLAY 'DD_ARQDUMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-MF-FISICO UPON ENVIRONMENT-VALUE.
           DISPLAY 'DD_ARQMSK' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-MSK UPON ENVIRONMENT-VALUE.
           OPEN INPUT ARQDUMP.
           IF WS-FS-DUMP NOT = 0
               DISPLAY FUNCTION TRIM (WS-MF-NOME)
                   ': DUMP NAO ABRIU - FORA DO CONJUNTO'
               MOVE SPACES TO WS-NOME-MSK
               MOVE 'AUSENTE' TO WS-SITUACAO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQMSK
               MOVE 'N' TO WS-EOF-DUMP
               PERFORM 2110-TRANSCREVE UNTIL FIM-ARQDUMP
               MOVE WS-TOT-GRAVADOS TO BK-TRL-CONTAGEM
               MOVE WS-LINHA-TRAILER TO REG-MSK
               WRITE REG-MSK
               CLOSE ARQMSK
               CLOSE ARQDUMP
               PERFORM 2130-CONFERE-UM
           END-IF.
           PERFORM 2900-GRAVA-MANIFESTO.

      * cabecalho do dump passa como veio; o trailer e refeito com a
      * contagem do mascarado
       2110-TRANSCREVE.
           READ ARQDUMP
               AT END
                   MOVE 'S' TO WS-EOF-DUMP
               NOT AT END
                   EVALUATE REG-DUMP (1:2)
                       WHEN 'H;'
                           MOVE REG-DUMP TO REG-MSK
                           WRITE REG-MSK
                       WHEN 'T;'
                           MOVE 'S' TO WS-TEM-TRAILER
                           IF REG-DUMP (3:6) IS NUMERIC
                               MOVE REG-DUMP (3:6)
                                 TO WS-CONTAGEM-TRAILER
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-TOT-LIDOS
                           PERFORM 2120-MASCARA-REGISTRO
                           WRITE REG-MSK
                           ADD 1 TO WS-TOT-GRAVADOS
                   END-EVALUATE
           END-READ.

       2120-MASCARA-REGISTRO.
           EVALUATE WS-MF-NOME
               WHEN 'BOLETIM'
                   MOVE REG-DUMP TO REG-NOTA
                   PERFORM 3100-MASCARA-NOTA
                   MOVE REG-NOTA TO REG-MSK
               WHEN 'CADALUNO'
                   MOVE REG-DUMP TO REG-ALUNO
                   PERFORM 3200-MASCARA-ALUNO
                   MOVE REG-ALUNO TO REG-MSK
               WHEN 'CADPEND'
                   MOVE REG-DUMP TO REG-PENDENTE
                   PERFORM 3300-MASCARA-PENDENTE
                   MOVE REG-PENDENTE TO REG-MSK
               WHEN 'CADRESP'
                   MOVE REG-DUMP TO REG-RESPONSAVEL
                   PERFORM 3400-MASCARA-RESPONSAVEL
                   MOVE REG-RESPONSAVEL TO REG-MSK
               WHEN OTHER
                   MOVE REG-DUMP TO REG-MSK
           END-EVALUATE.

      * dump de producao sem trailer ou com contagem divergente nao
      * vai para o treinamento: o CDRSTALL so restaura situacao OK
       2130-CONFERE-UM.
           IF WS-TEM-TRAILER NOT = 'S'
              OR WS-CONTAGEM-TRAILER NOT = WS-TOT-LIDOS
               DISPLAY FUNCTION TRIM (WS-MF-NOME)
                   ': DUMP DE ORIGEM DIVERGENTE - FORA DO CONJUNTO'
               MOVE 'DIVERG' TO WS-SITUACAO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO WS-SITUACAO
               MOVE WS-TOT-GRAVADOS TO WS-MSK-QTD
               DISPLAY FUNCTION TRIM (WS-MF-NOME) ': ' WS-MSK-QTD
                   ' REGISTROS EM ' FUNCTION TRIM (WS-NOME-MSK)
           END-IF.

       2150-CAMPOS-DO-ARQUIVO.
           EVALUATE WS-MF-NOME
               WHEN 'BOLETIM'
                   MOVE 'NOME, NOTAS, MEDIA, STATUS E CONCEITO'
                     TO WS-CAMPOS
               WHEN 'CADALUNO'
                   MOVE 'NOME E NOME SOCIAL' TO WS-CAMPOS
               WHEN 'CADPEND'
                   MOVE 'NOMES, NOMES SOCIAIS, EMAILS E TELEFONES'
                     TO WS-CAMPOS
               WHEN 'CADRESP'
                   MOVE 'NOME E TELEFONE' TO WS-CAMPOS
               WHEN OTHER
                   MOVE 'COPIADO SEM ALTERACAO' TO WS-CAMPOS
           END-EVALUATE.

       2900-GRAVA-MANIFESTO.
           MOVE WS-MF-NOME      TO MF-NOME.
           MOVE WS-NOME-MSK     TO MF-FISICO.
           MOVE WS-TOT-GRAVADOS TO MF-CONTAGEM.
           MOVE WS-SITUACAO     TO MF-SITUACAO.
           MOVE WS-LINHA-MANIFESTO TO REG-MSKMANIF.
           WRITE REG-MSKMANIF.
           PERFORM 2910-GUARDA-CERTIFICADO.

       2910-GUARDA-CERTIFICADO.
           IF WS-QTD-CERT < 15
               ADD 1 TO WS-QTD-CERT
               MOVE WS-MF-NOME      TO CE-NOME (WS-QTD-CERT)
               MOVE WS-TOT-LIDOS    TO CE-LIDOS (WS-QTD-CERT)
               MOVE WS-TOT-GRAVADOS TO CE-GRAVADOS (WS-QTD-CERT)
               MOVE WS-SITUACAO     TO CE-SITUACAO (WS-QTD-CERT)
               MOVE WS-CAMPOS       TO CE-CAMPOS (WS-QTD-CERT)
           END-IF.

      ******************************************************************
      * mascaras por arquivo
      ******************************************************************
      * BOLETIM: o nome impresso e o do aluno mascarado (mesmo codigo,
      * mesmo nome falso do CADALUNO); cada nota lancada anda o
      * deslocamento do aluno e o registro fechado refaz media,
      * status e conceito. Reprovado por falta continua por falta -
      * a frequencia nao muda
       3100-MASCARA-NOTA.
           MOVE BN-CD-ALUNO TO WS-COD-MASC.
           PERFORM 7000-MONTA-NOME.
           MOVE WS-NOME-FALSO TO BN-NOME.
           ADD 1 TO WS-TOT-NOMES.

           DIVIDE BN-CD-ALUNO BY 11
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-DESLOC = (WS-RESTO - 5) / 10.
           IF WS-DESLOC = 0
               MOVE 0.3 TO WS-DESLOC
           END-IF.

           IF BN-N1-PREENCH = 'S' OR BN-NOTAS-PREENCH = SPACES
               MOVE BN-N1 TO WS-NOTA-TRAB
               PERFORM 3110-DESLOCA-NOTA
               MOVE WS-NOTA-TRAB TO BN-N1
           END-IF.
           IF BN-N2-PREENCH = 'S' OR BN-NOTAS-PREENCH = SPACES
               MOVE BN-N2 TO WS-NOTA-TRAB
               PERFORM 3110-DESLOCA-NOTA
               MOVE WS-NOTA-TRAB TO BN-N2
           END-IF.
           IF BN-N3-PREENCH = 'S' OR BN-NOTAS-PREENCH = SPACES
               MOVE BN-N3 TO WS-NOTA-TRAB
               PERFORM 3110-DESLOCA-NOTA
               MOVE WS-NOTA-TRAB TO BN-N3
           END-IF.
           IF BN-N4-PREENCH = 'S' OR BN-NOTAS-PREENCH = SPACES
               MOVE BN-N4 TO WS-NOTA-TRAB
               PERFORM 3110-DESLOCA-NOTA
               MOVE WS-NOTA-TRAB TO BN-N4
           END-IF.
           ADD 1 TO WS-TOT-NOTAS.

           IF BN-NOTAS-PREENCH = 'SSSS'
              OR (BN-NOTAS-PREENCH = SPACES
                  AND BN-STATUS NOT = 'Em curso')
               PERFORM 3120-RECLASSIFICA
           END-IF.

       3110-DESLOCA-NOTA.
           ADD WS-DESLOC TO WS-NOTA-TRAB.
           IF WS-NOTA-TRAB < 0
               MOVE 0 TO WS-NOTA-TRAB
           END-IF.
           IF WS-NOTA-TRAB > 10
               MOVE 10 TO WS-NOTA-TRAB
           END-IF.

       3120-RECLASSIFICA.
           COMPUTE BN-MEDIA ROUNDED =
               ((BN-N1 * WS-PESO-N1) + (BN-N2 * WS-PESO-N2)
              + (BN-N3 * WS-PESO-N3) + (BN-N4 * WS-PESO-N4))
              / (WS-PESO-N1 + WS-PESO-N2 + WS-PESO-N3 + WS-PESO-N4).
           IF BN-STATUS NOT = 'Rep.p/Falta'
               EVALUATE TRUE
                   WHEN BN-MEDIA >= WS-MEDIA-APROVACAO
                       MOVE 'Aprovado' TO BN-STATUS
                   WHEN BN-MEDIA >= WS-MEDIA-RECUPERACAO
                       MOVE 'Recuperacao' TO BN-STATUS
                   WHEN OTHER
                       MOVE 'Reprovado' TO BN-STATUS
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN BN-MEDIA >= WS-CORTE-A
                   MOVE 'A' TO BN-LETRA
               WHEN BN-MEDIA >= WS-CORTE-B
                   MOVE 'B' TO BN-LETRA
               WHEN BN-MEDIA >= WS-CORTE-C
                   MOVE 'C' TO BN-LETRA
               WHEN BN-MEDIA >= WS-CORTE-D
                   MOVE 'D' TO BN-LETRA
               WHEN OTHER
                   MOVE 'F' TO BN-LETRA
           END-EVALUATE.
           ADD 1 TO WS-TOT-MEDIAS.

       3200-MASCARA-ALUNO.
           MOVE AL-CODIGO TO WS-COD-MASC.
           PERFORM 7000-MONTA-NOME.
           MOVE WS-NOME-FALSO TO AL-NOME.
           ADD 1 TO WS-TOT-NOMES.
           IF AL-NOME-SOCIAL NOT = SPACES
               MOVE 10 TO WS-DESVIO
               PERFORM 7050-TROCA-PRENOME
               MOVE WS-NOME-FALSO TO AL-NOME-SOCIAL
               ADD 1 TO WS-TOT-SOCIAIS
           END-IF.
      * nascimento fica so com o ano: a idade da turma continua
      * plausivel para teste, a data real nao sai
           IF AL-DT-NASC IS NUMERIC AND AL-DT-NASC > ZEROS
               MOVE '0701' TO AL-DT-NASC (5:4)
           END-IF.

      * CADPEND: antes e depois recebem o nome, o email e o telefone
      * mascarados do mesmo usuario - o que sai aqui e o que o
      * CADUSER mascarado mostra
       3300-MASCARA-PENDENTE.
           MOVE PD-CD-USER TO WS-COD-MASC.
           PERFORM 7000-MONTA-NOME.
           IF PD-ANT-NM NOT = SPACES
               MOVE WS-NOME-FALSO TO PD-ANT-NM
               ADD 1 TO WS-TOT-NOMES
           END-IF.
           IF PD-NOV-NM NOT = SPACES
               MOVE WS-NOME-FALSO TO PD-NOV-NM
               ADD 1 TO WS-TOT-NOMES
           END-IF.
           PERFORM 7100-MONTA-EMAIL.
           IF PD-ANT-EMAIL NOT = SPACES
               MOVE WS-EMAIL-FALSO TO PD-ANT-EMAIL
               ADD 1 TO WS-TOT-EMAILS
           END-IF.
           IF PD-NOV-EMAIL NOT = SPACES
               MOVE WS-EMAIL-FALSO TO PD-NOV-EMAIL
               ADD 1 TO WS-TOT-EMAILS
           END-IF.
           IF PD-ANT-PHONE NOT = ZEROS
               MOVE PD-ANT-PHONE TO WS-FONE
               MOVE PD-ANT-FONE-TIPO TO WS-FONE-TIPO
               PERFORM 7200-MONTA-FONE
               MOVE WS-FONE TO PD-ANT-PHONE
           END-IF.
           IF PD-NOV-PHONE NOT = ZEROS
               MOVE PD-NOV-PHONE TO WS-FONE
               MOVE PD-NOV-FONE-TIPO TO WS-FONE-TIPO
               PERFORM 7200-MONTA-FONE
               MOVE WS-FONE TO PD-NOV-PHONE
           END-IF.
           MOVE 10 TO WS-DESVIO.
           PERFORM 7050-TROCA-PRENOME.
           IF PD-ANT-NM-SOCIAL NOT = SPACES
               MOVE WS-NOME-FALSO TO PD-ANT-NM-SOCIAL
               ADD 1 TO WS-TOT-SOCIAIS
           END-IF.
           IF PD-NOV-NM-SOCIAL NOT = SPACES
               MOVE WS-NOME-FALSO TO PD-NOV-NM-SOCIAL
               ADD 1 TO WS-TOT-SOCIAIS
           END-IF.

      * CADRESP: o responsavel leva os sobrenomes do aluno mascarado
      * com um prenome proprio por sequencia; o telefone sai de uma
      * faixa de codigos acima da dos usuarios
       3400-MASCARA-RESPONSAVEL.
           MOVE RS-CD-ALUNO TO WS-COD-MASC.
           PERFORM 7000-MONTA-NOME.
           COMPUTE WS-DESVIO = RS-SEQ * 3 + 1.
           PERFORM 7050-TROCA-PRENOME.
           IF RS-NOME NOT = SPACES
               MOVE WS-NOME-FALSO TO RS-NOME
               ADD 1 TO WS-TOT-NOMES
           END-IF.
           IF RS-PHONE NOT = ZEROS
               COMPUTE WS-COD-MASC =
                   90000000 + (RS-CD-ALUNO * 10) + RS-SEQ
               MOVE RS-PHONE TO WS-FONE
               MOVE RS-PHONE-TIPO TO WS-FONE-TIPO
               PERFORM 7200-MONTA-FONE
               MOVE WS-FONE TO RS-PHONE
           END-IF.

      ******************************************************************
      * CADUSER: a geracao do CDBKPUSR da mesma noite do conjunto,
      * achada no BKPCATAL, vira ARQBKP.MSK.AAAAMMDD no formato do
      * ARQBKP para o CDRSTUSR recarregar
      ******************************************************************
       5000-MASCARA-CADUSER.
           MOVE 'CADUSER' TO WS-MF-NOME.
           MOVE 'NOME, NOME SOCIAL, CPF, EMAIL E TELEFONE'
             TO WS-CAMPOS.
           MOVE 0 TO WS-TOT-LIDOS.
           MOVE 0 TO WS-TOT-GRAVADOS.
           MOVE 'N' TO WS-TEM-TRAILER.
           MOVE 0 TO WS-CONTAGEM-TRAILER.
           PERFORM 5010-PROCURA-GERACAO.
           IF WS-FISICO-USER = SPACES
               DISPLAY 'CADUSER: SEM GERACAO ' WS-DT-CONJUNTO
                   ' NO BKPCATAL - FORA DO CONJUNTO'
               MOVE 'AUSENTE' TO WS-SITUACAO
               MOVE SPACES TO WS-NOME-MSK
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO WS-NOME-MSK
               STRING 'ARQBKP.MSK.' WS-DT-CONJUNTO
                   DELIMITED BY SIZE INTO WS-NOME-MSK
               DISPLAY 'DD_ARQBKP' UPON ENVIRONMENT-NAME
               DISPLAY WS-FISICO-USER UPON ENVIRONMENT-VALUE
               DISPLAY 'DD_ARQMSK' UPON ENVIRONMENT-NAME
               DISPLAY WS-NOME-MSK UPON ENVIRONMENT-VALUE
               OPEN INPUT ARQBKP
               IF WS-FS-ARQBKP NOT = 0
                   DISPLAY 'CADUSER: BACKUP NAO ABRIU - '
                       'FORA DO CONJUNTO'
                   MOVE 'AUSENTE' TO WS-SITUACAO
                   MOVE SPACES TO WS-NOME-MSK
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ARQMSK
                   MOVE 'N' TO WS-EOF-BKP
                   PERFORM 5100-TRANSCREVE-USUARIO UNTIL FIM-ARQBKP
                   MOVE WS-TOT-GRAVADOS TO BK-TRL-CONTAGEM
                   MOVE WS-LINHA-TRAILER TO REG-MSK-USR
                   WRITE REG-MSK-USR
                   CLOSE ARQMSK
                   CLOSE ARQBKP
                   PERFORM 2130-CONFERE-UM
               END-IF
           END-IF.
           PERFORM 2910-GUARDA-CERTIFICADO.

      * a geracao conferida (V) com a data do conjunto; havendo mais de
      * uma linha da mesma data vale a ultima
       5010-PROCURA-GERACAO.
           MOVE SPACES TO WS-FISICO-USER.
           OPEN INPUT BKPCATAL.
           IF WS-FS-CATALOGO = 0
               MOVE 'N' TO WS-EOF-CAT
               PERFORM 5020-LE-CATALOGO UNTIL FIM-CATALOGO
               CLOSE BKPCATAL
           END-IF.

       5020-LE-CATALOGO.
           READ BKPCATAL
               AT END
                   MOVE 'S' TO WS-EOF-CAT
               NOT AT END
                   MOVE SPACES TO WS-PARTES-GERACAO
                   UNSTRING REG-CATALOGO
                       DELIMITED BY ';'
                       INTO WS-GE-DATA
                            WS-GE-FISICO
                            WS-GE-CONTAGEM
                            WS-GE-SITUACAO
                   END-UNSTRING
                   IF WS-GE-SITUACAO = 'V'
                      AND WS-GE-DATA = WS-DT-CONJUNTO
                       MOVE WS-GE-FISICO TO WS-FISICO-USER
                   END-IF
           END-READ.

       5100-TRANSCREVE-USUARIO.
           READ ARQBKP
               AT END
                   MOVE 'S' TO WS-EOF-BKP
               NOT AT END
                   EVALUATE REG-BKP (1:2)
                       WHEN 'H;'
                           MOVE REG-BKP TO REG-MSK-USR
                           WRITE REG-MSK-USR
                       WHEN 'T;'
                           MOVE 'S' TO WS-TEM-TRAILER
                           IF REG-BKP (3:6) IS NUMERIC
                               MOVE REG-BKP (3:6)
                                 TO WS-CONTAGEM-TRAILER
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-TOT-LIDOS
                           MOVE REG-BKP TO REG-USER
                           PERFORM 5200-MASCARA-USUARIO
                           MOVE REG-USER TO REG-MSK-USR
                           WRITE REG-MSK-USR
                           ADD 1 TO WS-TOT-GRAVADOS
                   END-EVALUATE
           END-READ.

      * nome e nome social passam pelo CDDIVNOM como no cadastro, para
      * primeiro, meio e ultimo nome baterem com o nome completo; email
      * e telefone sao chaves alternativas unicas do CADUSER e saem
      * unicos porque derivam do codigo
       5200-MASCARA-USUARIO.
           MOVE FD-CD-USER TO WS-COD-MASC.
           PERFORM 7000-MONTA-NOME.
           MOVE WS-NOME-FALSO TO FD-NM.
           CALL 'CDDIVNOM' USING FD-NM FD-NM-PRIMEIRO FD-NM-MEIO
               FD-NM-ULTIMO.
           ADD 1 TO WS-TOT-NOMES.
           IF FD-NM-SOCIAL NOT = SPACES
               MOVE 10 TO WS-DESVIO
               PERFORM 7050-TROCA-PRENOME
               MOVE WS-NOME-FALSO TO FD-NM-SOCIAL
               CALL 'CDDIVNOM' USING FD-NM-SOCIAL FD-NS-PRIMEIRO
                   FD-NS-MEIO FD-NS-ULTIMO
               ADD 1 TO WS-TOT-SOCIAIS
           END-IF.
           IF FD-CPF NOT = ZEROS
               PERFORM 7300-MONTA-CPF
               MOVE WS-CPF-NUM TO FD-CPF
               ADD 1 TO WS-TOT-CPFS
           END-IF.
           IF FD-EMAIL NOT = SPACES
               PERFORM 7100-MONTA-EMAIL
               MOVE WS-EMAIL-FALSO TO FD-EMAIL
               ADD 1 TO WS-TOT-EMAILS
           END-IF.
           IF FD-PHONE NOT = ZEROS
               MOVE FD-PHONE TO WS-FONE
               MOVE FD-PHONE-TIPO TO WS-FONE-TIPO
               PERFORM 7200-MONTA-FONE
               MOVE WS-FONE TO FD-PHONE
           END-IF.

      ******************************************************************
      * certificado do mascaramento
      ******************************************************************
      * arquivo MSKIMP pela variavel DD_MSKIMP estilo DD
       6000-CERTIFICADO.
           MOVE SPACES TO WS-NOME-IMP.
           STRING 'MSKCERT.' WS-DT-EXEC
               DELIMITED BY SIZE INTO WS-NOME-IMP.
           DISPLAY 'DD_MSKIMP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-IMP UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ARQ-IMP.
           IF WS-FS-IMP NOT = 0
               DISPLAY 'ERRO AO ABRIR O CERTIFICADO - STATUS '
                   WS-FS-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 6100-IMPRIME-CERTIFICADO
               CLOSE ARQ-IMP
               PERFORM 6950-REGISTRA-CATALOGO
               DISPLAY '---------------------------------------------'
               DISPLAY 'CERTIFICADO GRAVADO EM '
                   FUNCTION TRIM (WS-NOME-IMP)
               DISPLAY 'RESTAURE PELO CDRSTALL COM DD_BKPMANIF='
                   'MSKMANIF E O CADUSER PELO CDRSTUSR'
               DISPLAY '============================================='
           END-IF.

       6100-IMPRIME-CERTIFICADO.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CERTIFICADO DE MASCARAMENTO - CONJUNTO DE '
               'TREINAMENTO   DATA ' WS-DT-EXEC ' HORA ' WS-HR-EXEC
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CONJUNTO DE ORIGEM......: BACKUP DE ' WS-DT-CONJUNTO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'DOMINIO DOS EMAILS......: ' WS-DOMINIO-TREINO
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'ARQUIVO       LIDOS   GRAVADOS  SITUACAO  '
               'CAMPOS MASCARADOS'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           PERFORM 6200-LINHA-ARQUIVO
               VARYING WS-IX-CERT FROM 1 BY 1
               UNTIL WS-IX-CERT > WS-QTD-CERT.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE WS-TOT-NOMES TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'NOMES SUBSTITUIDOS......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE WS-TOT-SOCIAIS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'NOMES SOCIAIS...........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE WS-TOT-CPFS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CPFS RENUMERADOS........: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE WS-TOT-EMAILS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'EMAILS REESCRITOS.......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE WS-TOT-FONES TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'TELEFONES SUBSTITUIDOS..: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE WS-TOT-NOTAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'REGISTROS DE NOTA.......: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE WS-TOT-MEDIAS TO WS-MSK-QTD.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'MEDIAS RECALCULADAS.....: ' WS-MSK-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE 'CPFS COM DIGITOS VALIDOS E UNICOS POR CODIGO; EMAILS E'
             TO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE 'TELEFONES UNICOS POR CODIGO, DDD DA TABELA DE DDDS'
             TO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'CHAVES E REFERENCIAS (CODIGOS, TURMAS, MATERIAS) '
               'PRESERVADAS'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING 'NAO MASCARADOS: ENDERECOS, SENHAS CIFRADAS E DEMAIS '
               'CAMPOS'
               DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM 6900-GRAVA-LINHA.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'ATENCAO: CONJUNTO INCOMPLETO - CONFIRA AS '
                   'SITUACOES ACIMA'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM 6900-GRAVA-LINHA
           END-IF.

       6200-LINHA-ARQUIVO.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE CE-NOME (WS-IX-CERT) TO WS-LINHA-IMP (1:12).
           MOVE CE-LIDOS (WS-IX-CERT) TO WS-MSK-QTD.
           MOVE WS-MSK-QTD TO WS-LINHA-IMP (13:7).
           MOVE CE-GRAVADOS (WS-IX-CERT) TO WS-MSK-QTD.
           MOVE WS-MSK-QTD TO WS-LINHA-IMP (22:7).
           MOVE CE-SITUACAO (WS-IX-CERT) TO WS-LINHA-IMP (31:8).
           MOVE CE-CAMPOS (WS-IX-CERT) TO WS-LINHA-IMP (41:50).
           PERFORM 6900-GRAVA-LINHA.

       6900-GRAVA-LINHA.
           MOVE WS-LINHA-IMP TO REG-IMP.
           WRITE REG-IMP.
           IF WS-FS-IMP NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-TOT-LINHAS-IMP.

      * o certificado entra no catalogo RELCATAL para o CDRELCAT achar
       6950-REGISTRA-CATALOGO.
           OPEN EXTEND RELCATAL.
           IF WS-FS-RELCATAL = 35
               OPEN OUTPUT RELCATAL
               CLOSE RELCATAL
               OPEN EXTEND RELCATAL
           END-IF.
           MOVE WS-DT-EXEC TO RK-DATA.
           MOVE 'MSKCERT' TO RK-TIPO.
           MOVE WS-NOME-IMP TO RK-FISICO.
           MOVE WS-TOT-LINHAS-IMP TO RK-LINHAS.
           MOVE 'A' TO RK-SITUACAO.
           MOVE WS-LINHA-RELCATAL TO REG-RELCATAL.
           WRITE REG-RELCATAL.
           CLOSE RELCATAL.

      ******************************************************************
      * geradores - tudo sai do codigo em WS-COD-MASC, entao o mesmo
      * codigo da sempre o mesmo valor em qualquer arquivo
      ******************************************************************
       7000-MONTA-NOME.
           DIVIDE WS-COD-MASC BY 20
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-IX-PRE = WS-RESTO + 1.
           DIVIDE WS-QUOCIENTE BY 20
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-IX-SOB1 = WS-RESTO + 1.
           DIVIDE WS-QUOCIENTE BY 20
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-IX-SOB2 = WS-RESTO + 1.
           PERFORM 7010-JUNTA-NOME.

       7010-JUNTA-NOME.
           MOVE SPACES TO WS-NOME-FALSO.
           STRING WS-PRENOME (WS-IX-PRE) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SOBRENOME (WS-IX-SOB1) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SOBRENOME (WS-IX-SOB2) DELIMITED BY SPACE
               INTO WS-NOME-FALSO.

      * outro prenome com os mesmos sobrenomes (nome social,
      * responsavel): o prenome anda WS-DESVIO casas na tabela
       7050-TROCA-PRENOME.
           COMPUTE WS-SEMENTE = WS-IX-PRE - 1 + WS-DESVIO.
           DIVIDE WS-SEMENTE BY 20
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-IX-PRE = WS-RESTO + 1.
           PERFORM 7010-JUNTA-NOME.

       7100-MONTA-EMAIL.
           MOVE SPACES TO WS-EMAIL-FALSO.
           STRING 'treino.' DELIMITED BY SIZE
                  WS-COD-MASC DELIMITED BY SIZE
                  '@' DELIMITED BY SIZE
                  WS-DOMINIO-TREINO DELIMITED BY SPACE
               INTO WS-EMAIL-FALSO.

      * numero novo de 8 digitos vindo do codigo (prefixo e sufixo),
      * no formato do tipo: celular 9xxxx, fixo de 2000 a 5999; o pais
      * fica, e telefone do Brasil ganha um DDD da tabela espalhado
      * pelo codigo
       7200-MONTA-FONE.
           IF WS-FONE-TIPO = SPACE
               IF WS-FONE-PREFIXO > 9999
                   MOVE 'C' TO WS-FONE-TIPO
               ELSE
                   MOVE 'F' TO WS-FONE-TIPO
               END-IF
           END-IF.
           DIVIDE WS-COD-MASC BY 10000
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           MOVE WS-RESTO TO WS-FONE-SUFIXO.
           IF WS-FONE-TIPO = 'F'
               DIVIDE WS-QUOCIENTE BY 4000
                   GIVING WS-SEMENTE REMAINDER WS-RESTO
               COMPUTE WS-FONE-PREFIXO = 2000 + WS-RESTO
           ELSE
               COMPUTE WS-FONE-PREFIXO = 90000 + WS-QUOCIENTE
           END-IF.
           IF WS-FONE-PAIS = 55
               COMPUTE WS-SEMENTE = WS-COD-MASC * 37 + 11
               DIVIDE WS-SEMENTE BY 67
                   GIVING WS-SEMENTE REMAINDER WS-RESTO
               COMPUTE WS-IX-DDD = WS-RESTO + 1
               MOVE WS-DDD-CODIGO (WS-IX-DDD) TO WS-FONE-DDD
           END-IF.
           ADD 1 TO WS-TOT-FONES.

      * base de 9 digitos unica por codigo; 999999999 (todos iguais,
      * recusado pelo 1088-VALIDA-CPF) e a unica base da faixa com
      * digitos repetidos e vai para 899999999, fora da faixa
       7300-MONTA-CPF.
           COMPUTE WS-CPF-BASE = 900000000 + WS-COD-MASC.
           IF WS-CPF-BASE = 999999999
               MOVE 899999999 TO WS-CPF-BASE
           END-IF.
           COMPUTE WS-CPF-NUM = WS-CPF-BASE * 100.
           MOVE 0 TO WS-CPF-SOMA.
           PERFORM 7310-SOMA-PESO-DV1
               VARYING WS-IX-CPF FROM 1 BY 1
               UNTIL WS-IX-CPF > 9.
           PERFORM 7330-CALCULA-DV.
           MOVE WS-CPF-DV TO WS-CPF-DIG (10).
           MOVE 0 TO WS-CPF-SOMA.
           PERFORM 7320-SOMA-PESO-DV2
               VARYING WS-IX-CPF FROM 1 BY 1
               UNTIL WS-IX-CPF > 10.
           PERFORM 7330-CALCULA-DV.
           MOVE WS-CPF-DV TO WS-CPF-DIG (11).

       7310-SOMA-PESO-DV1.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
               WS-CPF-DIG (WS-IX-CPF) * (11 - WS-IX-CPF).

       7320-SOMA-PESO-DV2.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
               WS-CPF-DIG (WS-IX-CPF) * (12 - WS-IX-CPF).

       7330-CALCULA-DV.
           COMPUTE WS-CPF-RESTO =
               FUNCTION MOD (WS-CPF-SOMA, 11).
           IF WS-CPF-RESTO < 2
               MOVE 0 TO WS-CPF-DV
           ELSE
               COMPUTE WS-CPF-DV = 11 - WS-CPF-RESTO
           END-IF.

       9999-FINALIZAR.
           IF CONJUNTO-OK
               CLOSE BKPMANIF
               CLOSE MSKMANIF
           END-IF.

       END PROGRAM CDMASCARA.
