      ******************************************************************
      * Author: Charles Nunes
      * Date: 15/10/2026
      * Purpose: Layout do log de entregas de relatorios DISTLOG,
      *          gravado pelo CDDISTRIB (uma linha por destinatario de
      *          cada entrada nova do RELCATAL) e lido pelo CDRELCAT na
      *          visao de entregas. DL-DATA/DL-HORA sao o momento da
      *          entrega; DL-DT-RELATORIO e DL-FISICO identificam a
      *          entrada do catalogo. DL-ORIGEM diz de que linha do
      *          CADDIST veio o destinatario (U + codigo ou D +
      *          departamento). Situacao E enfileirada na NOTIFQ; R
      *          recusada, com o motivo (conta bloqueada, sem email,
      *          perfil sem acesso a sensibilidade do relatorio...).
      ******************************************************************
       01 REG-DIST-LOG.
           03 DL-DATA                    PIC 9(08).
           03 DL-HORA                    PIC X(06).
           03 DL-TIPO                    PIC X(10).
           03 DL-DT-RELATORIO            PIC X(08).
           03 DL-FISICO                  PIC X(30).
           03 DL-CD-USER                 PIC 9(08).
           03 DL-ORIGEM                  PIC X(09).
           03 DL-SITUACAO                PIC X(01).
            88 ENTREGA-ENFILEIRADA        VALUE 'E'.
            88 ENTREGA-RECUSADA           VALUE 'R'.
           03 DL-MOTIVO                  PIC X(40).
