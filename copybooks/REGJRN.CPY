      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do jornal de recuperacao JRNUSR do CADUSER -
      *          uma linha por gravacao no cadastro com a imagem
      *          completa do registro depois dela (na exclusao, a
      *          imagem do registro excluido). Gravado pelo CDJRNUSR,
      *          chamado por todo programa que grava no CADUSER logo
      *          depois do WRITE, REWRITE ou DELETE bem-sucedido;
      *          zerado pelo CDBKPUSR a cada backup concluido, quando
      *          recebe a linha de cabecalho H com a data e o nome
      *          fisico da geracao, e reaplicado sobre essa geracao
      *          pelo CDRECUSR. Data e hora (com centesimos) sao as
      *          da gravacao e dao a ordem de reaplicacao.
      ******************************************************************
       01 REG-JORNAL.
           03 JR-DATA                    PIC 9(08).
           03 JR-HORA                    PIC 9(08).
           03 JR-OPERACAO                PIC X(01).
            88 JRN-CABECALHO              VALUE 'H'.
            88 JRN-INCLUSAO               VALUE 'I'.
            88 JRN-ALTERACAO              VALUE 'A'.
            88 JRN-EXCLUSAO               VALUE 'E'.
           03 JR-PROGRAMA                PIC X(10).
           03 JR-IMAGEM                  PIC X(594).
           03 JR-CABECALHO REDEFINES JR-IMAGEM.
               05 JR-BKP-FISICO          PIC X(20).
               05 JR-BKP-CONTAGEM        PIC 9(06).
               05 FILLER                 PIC X(568).
