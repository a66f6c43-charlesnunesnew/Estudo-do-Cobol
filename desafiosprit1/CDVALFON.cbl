      ******************************************************************
      * Author:Charles Nunes
      * Date:15/10/2026
      * Purpose:Valida um telefone no layout do CADUSER (pais, DDD,
      *         prefixo de 5 digitos e sufixo) contra o tipo informado
      *         (C celular, F fixo). No Brasil o DDD tem de existir na
      *         tabela abaixo; celular de DDD com o nono digito exige o
      *         prefixo 9xxxx, e fixo guarda o prefixo de 4 digitos
      *         (2 a 5) com zero a esquerda. Tipo em branco e deduzido
      *         do prefixo e devolvido preenchido. Telefone de outro
      *         pais so tem o tipo conferido. No molde do CDVALSEN,
      *         chamado pelo CDCLIE no cadastro e na alteracao e pelo
      *         CDIMPUSR e CDHRADMIT nas cargas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDVALFON.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DDDs validos do Brasil, cada um seguido de S quando o celular
      * da regiao ja usa o nono digito (todos desde 2016 - a marca fica
      * por DDD para o caso de uma nova regiao entrar sem ele)
       01 VF-TAB-DDD-DADOS.
           05 FILLER PIC X(45) VALUE
               '11S12S13S14S15S16S17S18S19S21S22S24S27S28S31S'.
           05 FILLER PIC X(45) VALUE
               '32S33S34S35S37S38S41S42S43S44S45S46S47S48S49S'.
           05 FILLER PIC X(45) VALUE
               '51S53S54S55S61S62S63S64S65S66S67S68S69S71S73S'.
           05 FILLER PIC X(45) VALUE
               '74S75S77S79S81S82S83S84S85S86S87S88S89S91S92S'.
           05 FILLER PIC X(21) VALUE
               '93S94S95S96S97S98S99S'.
       01 VF-TAB-DDD REDEFINES VF-TAB-DDD-DADOS.
           05 VF-DDD-ENTRADA OCCURS 67 TIMES.
               10 VF-DDD-CODIGO          PIC 9(02).
               10 VF-DDD-NONO            PIC X(01).
                88 VF-DDD-COM-NONO        VALUE 'S'.

       77 VF-IX                          PIC 9(02) VALUE ZEROS.
       77 VF-ACHOU                       PIC X(01) VALUE 'N'.
       77 VF-NONO                        PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 VF-PHONE.
           05 VF-PHONE-PAIS              PIC 9(02).
           05 VF-PHONE-DDD               PIC 9(02).
           05 VF-PHONE-PREFIXO           PIC 9(05).
           05 VF-PHONE-SUFIXO            PIC 9(04).
       01 VF-TIPO                        PIC X(01).
       01 VF-RETORNO                     PIC X(01).
       01 VF-MENSAGEM                    PIC X(50).

       PROCEDURE DIVISION USING VF-PHONE VF-TIPO VF-RETORNO
               VF-MENSAGEM.

       0000-PRINCIPAL.
           MOVE 'S' TO VF-RETORNO.
           MOVE SPACES TO VF-MENSAGEM.

           IF VF-TIPO = SPACE
               IF VF-PHONE-PREFIXO > 9999
                   MOVE 'C' TO VF-TIPO
               ELSE
                   MOVE 'F' TO VF-TIPO
               END-IF
           END-IF.

           IF VF-TIPO NOT = 'C' AND VF-TIPO NOT = 'F'
               MOVE 'N' TO VF-RETORNO
               MOVE 'TIPO DE TELEFONE DEVE SER C (CELULAR) OU F (FIXO)'
                 TO VF-MENSAGEM
               GOBACK
           END-IF.

           IF VF-PHONE-PAIS NOT = 55
               GOBACK
           END-IF.

           PERFORM 1000-PROCURA-DDD.
           IF VF-ACHOU = 'N'
               MOVE 'N' TO VF-RETORNO
               MOVE 'DDD INEXISTENTE' TO VF-MENSAGEM
               GOBACK
           END-IF.

           IF VF-TIPO = 'C'
               PERFORM 2000-VALIDA-CELULAR
           ELSE
               PERFORM 3000-VALIDA-FIXO
           END-IF.

           GOBACK.

       1000-PROCURA-DDD.
           MOVE 'N' TO VF-ACHOU.
           MOVE 'N' TO VF-NONO.
           PERFORM 1010-COMPARA-DDD
               VARYING VF-IX FROM 1 BY 1
               UNTIL VF-IX > 67 OR VF-ACHOU = 'S'.

       1010-COMPARA-DDD.
           IF VF-DDD-CODIGO (VF-IX) = VF-PHONE-DDD
               MOVE 'S' TO VF-ACHOU
               IF VF-DDD-COM-NONO (VF-IX)
                   MOVE 'S' TO VF-NONO
               END-IF
           END-IF.

      * celular: com o nono digito o prefixo tem 5 digitos comecando
      * por 9; sem ele vale o prefixo antigo de 4 digitos (6 a 9)
       2000-VALIDA-CELULAR.
           IF VF-NONO = 'S'
               IF VF-PHONE-PREFIXO < 90000
                   MOVE 'N' TO VF-RETORNO
                   MOVE 'CELULAR DESTE DDD DEVE COMECAR COM 9'
                     TO VF-MENSAGEM
               END-IF
           ELSE
               IF VF-PHONE-PREFIXO < 6000 OR VF-PHONE-PREFIXO > 9999
                   MOVE 'N' TO VF-RETORNO
                   MOVE 'CELULAR DESTE DDD TEM PREFIXO DE 4 DIGITOS'
                     TO VF-MENSAGEM
               END-IF
           END-IF.

      * fixo: prefixo de 4 digitos de 2 a 5, gravado com zero a esquerda
       3000-VALIDA-FIXO.
           IF VF-PHONE-PREFIXO > 9999
               MOVE 'N' TO VF-RETORNO
               MOVE 'TELEFONE FIXO TEM PREFIXO DE 4 DIGITOS'
                 TO VF-MENSAGEM
           ELSE
               IF VF-PHONE-PREFIXO < 2000 OR VF-PHONE-PREFIXO > 5999
                   MOVE 'N' TO VF-RETORNO
                   MOVE 'PREFIXO DE FIXO DEVE COMECAR DE 2 A 5'
                     TO VF-MENSAGEM
               END-IF
           END-IF.

       END PROGRAM CDVALFON.
