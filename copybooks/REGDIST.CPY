      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do registro do cadastro de distribuicao de
      *          relatorios CADDIST, mantido pelo CDDISTMNT e lido pelo
      *          CDDISTRIB. A chave e o tipo do relatorio no RELCATAL
      *          (BOLREL, RELUSR, CALCIMP...) mais o destinatario: um
      *          codigo do CADUSER (DS-DESTINO-TIPO U) ou um
      *          departamento (D, todas as contas do FD-DEPTO).
      *          DS-FREQUENCIA D entrega cada edicao, S uma por semana
      *          (sete dias desde a ultima entrega), M uma por mes.
      *          DS-SENSIBILIDADE e do tipo, igual em todas as linhas
      *          dele: I interna (qualquer conta ativa), P dados
      *          pessoais (so perfis administrador e operador), R
      *          restrita (so administrador). DS-ULT-ENVIO e gravado
      *          pelo CDDISTRIB a cada entrega da linha.
      ******************************************************************
       01 REG-DISTRIBUICAO.
           03 DS-CHAVE.
               05 DS-TIPO                PIC X(10).
               05 DS-DESTINO-TIPO        PIC X(01).
                88 DESTINO-USUARIO        VALUE 'U'.
                88 DESTINO-DEPTO          VALUE 'D'.
               05 DS-DESTINO             PIC X(08).
           03 DS-FREQUENCIA              PIC X(01).
            88 FREQ-DIARIA                VALUE 'D'.
            88 FREQ-SEMANAL               VALUE 'S'.
            88 FREQ-MENSAL                VALUE 'M'.
           03 DS-SENSIBILIDADE           PIC X(01).
            88 SENS-INTERNA               VALUE 'I'.
            88 SENS-PESSOAL               VALUE 'P'.
            88 SENS-RESTRITA              VALUE 'R'.
           03 DS-ULT-ENVIO               PIC 9(08).
           03 DS-OPERADOR                PIC 9(08).
           03 DS-DATA-ALT                PIC 9(08).
           03 DS-HORA-ALT                PIC X(06).
           03 FILLER                     PIC X(29).
