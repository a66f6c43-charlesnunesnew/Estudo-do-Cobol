      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Direitos padrao por perfil - os mesmos que os perfis
      *          O e C tinham fixos no MENUGERAL e no CDCLIE. O
      *          CDDIREIT responde por eles enquanto o CADDIREI nao
      *          existe e o CDDIRMNT os grava quando cria o arquivo.
      *          Administrador nao precisa de linha: tem todos. O
      *          operador tambem assume incidentes do plantao
      *          (CDPLTACK) e, como professor, responde os pedidos
      *          de revisao de nota (CDREVNOT), imprime o diario de
      *          classe (CDDIARIO) e registra ocorrencia disciplinar
      *          (CDOCORR); na equipe financeira, mantem a tabela de
      *          indices economicos da correcao monetaria (CDINDMNT).
      ******************************************************************
       01 TAB-DIREITO-PADRAO.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'D'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'B'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'DESAFIOM1'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'DESAFIOM2'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDREVNOT'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDDIARIO'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDOCORR'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDINDMNT'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'N'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'A'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'D'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'B'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'Q'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'R'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'M'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'C'.
               05 FILLER PIC X(10) VALUE 'CDCLIE'.
               05 FILLER PIC X(01) VALUE 'E'.
               05 FILLER PIC X(01) VALUE 'N'.
           03 FILLER.
               05 FILLER PIC X(01) VALUE 'O'.
               05 FILLER PIC X(10) VALUE 'CDPLTACK'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE 'S'.
       01 TAB-DIREITO-PADRAO-R REDEFINES TAB-DIREITO-PADRAO.
           03 TDP-ITEM OCCURS 19 TIMES.
               05 TDP-PERFIL             PIC X(01).
               05 TDP-PROGRAMA           PIC X(10).
               05 TDP-OPCAO              PIC X(01).
               05 TDP-PERMITE            PIC X(01).
       01 TDP-QTD                        PIC 9(02) VALUE 19.
