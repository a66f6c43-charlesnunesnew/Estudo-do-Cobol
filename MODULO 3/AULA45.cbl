
            MOVE 'MARIA'                       TO WS-PRIMEIRO-NOME
            MOVE 'CAMPOS'                      TO WS-SEGUNDO-NOME
            MOVE '5575991008140'               TO WS-TELEFONE
            MOVE 'C'                           TO WS-TELEFONE-TIPO
            MOVE 'AV GETULIIO,762'             TO WS-RUA
            MOVE 'CENTRO'                      TO WS-BAIRRO
            MOVE 'CRUZ DAS ALMAS'              TO WS-CIDADE
            MOVE 'ENFERMEIRA'                  TO WS-PROFISSAO

            MOVE 'C'                           TO WS-TEL-TIPO(1)
            MOVE '5575991008140'               TO WS-TEL-NUMERO(1)
            MOVE 'F'                           TO WS-TEL-TIPO(2)
            MOVE '5575036221199'               TO WS-TEL-NUMERO(2)
            MOVE 2                             TO WS-QTD-TELEFONES

            MOVE ZEROS                         TO WS-TM-1
                                              WS-SEGUNDO-NOME

                 DISPLAY '2 - TELEFONE.....: +'WS-TELEFONE(1:2)' ('
                    WS-TELEFONE(3:2)')'WS-TELEFONE(5:5)'-'
                    WS-TELEFONE(10:4)

            DISPLAY '2 - TELEFONE.2...: +'WS-PAIS' ('
                                          WS-DDD') '
