      *                     operador vem de OPERADOR_CODIGO. O resumo
      *                     sai pelo CDERRREL e o total de erros
      *                     graves do dia aparece no painel CDSAUDE.
      *   15/10/2026 CAN - prefixo LOG (mensagens do CDLOGON) na
      *                     deducao do programa de origem.
      *   15/10/2026 CAN - codigo de usuario e de operador ampliado para
      *                     8 digitos nos campos, registros e
      *                     conferencias do programa.
      *   15/10/2026 CAN - prefixo ONL (gravacao recusada pelo CDONLINE
      *                     com o online em somente leitura ou fechado
      *                     pelo lote) na deducao do programa de origem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMERRO.
       77 FE-FS-ERRLOG                   PIC 99.
       77 FE-SEVERIDADE-OCOR             PIC X(01) VALUE SPACE.
       77 FE-PROGRAMA-OCOR               PIC X(10) VALUE SPACES.
       77 FE-OPERADOR-TEXTO              PIC X(08) VALUE SPACES.

      * a linha da ocorrencia e montada aqui porque VALUE de FILLER
      * nao vale em registro de FD
           03 FILLER                     PIC X(01) VALUE ';'.
           03 FE-OC-PROGRAMA             PIC X(10).
           03 FILLER                     PIC X(01) VALUE ';'.
           03 FE-OC-OPERADOR             PIC X(08).

       LINKAGE SECTION.
       01 FE-MENSAGEM                    PIC X(50).
                   MOVE 'DESAFIOM2' TO FE-PROGRAMA-OCOR
               WHEN 'CAL'
                   MOVE 'DESAFIOM1' TO FE-PROGRAMA-OCOR
               WHEN 'LOG'
                   MOVE 'CDLOGON' TO FE-PROGRAMA-OCOR
               WHEN 'ONL'
                   MOVE 'CDONLINE' TO FE-PROGRAMA-OCOR
               WHEN OTHER
                   MOVE 'DESCONHEC' TO FE-PROGRAMA-OCOR
           END-EVALUATE.
