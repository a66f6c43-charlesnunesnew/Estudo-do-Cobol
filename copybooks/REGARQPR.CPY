      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do registro do cadastro de arquivos de entrada
      *          ja processados CADARQPR, mantido pelo subprograma
      *          CDARQREG e usado como area de chamada dele. A chave e
      *          o tipo do arquivo mais a impressao digital calculada
      *          sobre o proprio arquivo: data do cabecalho tipo 0
      *          (colunas 2-9), numero de remessa do cabecalho (colunas
      *          10-15, quando numerico), quantidade de registros nao
      *          brancos e total de controle (hash) sobre o conteudo de
      *          todas as linhas. Arquivo sem cabecalho (CADIMP) fica
      *          com data e remessa zeradas e e conhecido pela contagem
      *          e pelo hash. Tipos em uso: CADIMP, HRADMIT, HRDESLIG,
      *          NOTASLOTE (CDNOTVAL), NOTASAPLIC (lote aplicado pelo
      *          DESAFIOM2) e CALCLOTE.
      *          AP-RESULTADO so tem sentido na volta da conferencia:
      *          N novo, L novo com remessa fora da sequencia (faltou
      *          arquivo no meio ou veio remessa antiga), R ja
      *          processado e recusado, F ja processado com recarga
      *          forcada por administrador. AP-SEQ-ANTERIOR traz a
      *          maior remessa ja registrada do tipo.
      ******************************************************************
       01 REG-ARQPROC.
           03 AP-CHAVE.
               05 AP-TIPO                PIC X(10).
               05 AP-DATA-CAB            PIC 9(08).
               05 AP-REMESSA             PIC 9(06).
               05 AP-REGISTROS           PIC 9(08).
               05 AP-HASH                PIC 9(15).
           03 AP-ARQUIVO                 PIC X(20).
           03 AP-PROGRAMA                PIC X(10).
           03 AP-DATA-PROC               PIC 9(08).
           03 AP-HORA-PROC               PIC X(06).
           03 AP-FORCADO                 PIC X(01).
            88 ARQ-RECARGA-FORCADA        VALUE 'S'.
           03 AP-OPERADOR                PIC 9(08).
           03 AP-RESULTADO               PIC X(01).
            88 ARQ-NOVO                   VALUE 'N'.
            88 ARQ-FORA-SEQUENCIA         VALUE 'L'.
            88 ARQ-REPETIDO               VALUE 'R'.
            88 ARQ-FORCADO                VALUE 'F'.
           03 AP-SEQ-ANTERIOR            PIC 9(06).
           03 FILLER                     PIC X(23).
