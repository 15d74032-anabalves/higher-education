      * RETIFICACAO); E IMPRIME A FILA PENDENTE COM A IDADE DE CADA
      * PEDIDO. O PEDIDO DEFERIDO SEGUE PARA A RETIFICACAO DE NOTAS
      * (EXERCICIO_047), QUE CARREGA O NUMERO DO PEDIDO NA TRILHA DE
      * AUDITORIA - OS PEDIDOS PARAM DE MORRER NO CORREDOR. O
      * REGISTRO DO PEDIDO COBRA A TAXA DE SERVICO DA REVISAO
      * (SUBROTINA COBRA_TAXA, TABELA DO EXERCICIO_193) CONTRA O
      * NUMERO DO PEDIDO; SE O TIPO RETEM ATE O PAGAMENTO, O PEDIDO
      * RECEBIDO SO ENTRA EM ANALISE DEPOIS DE PAGA A DUPLICATA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-SITUACAO      PIC X(003).
       77 WS-PRAZO-TXT     PIC X(012).

      *> CHAMADA DA SUBROTINA DE TAXAS DE SERVICOS ACADEMICOS.
       77 WS-TX-FUNCAO       PIC X(001).
       77 WS-TX-TIPO-DOC     PIC X(003) VALUE 'REV'.
       77 WS-TX-REFERENCIA   PIC X(010).
       77 WS-TX-NR-DUPLICATA PIC 9(007).
       77 WS-TX-VALOR        PIC S9(013)V9(002).
       77 WS-TX-RESULTADO    PIC X(001).
       77 WS-TX-VALOR-EDIT   PIC ZZZZZZZZZZZZ9.99.

       77 WS-PARAM-CODIGO  PIC X(012).
       77 WS-PARAM-VALOR   PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU   PIC X(001).

            DISPLAY "PEDIDO DE REVISAO " WS-NUMERO " REGISTRADO - "
                "PRAZO " REV-DT-PRAZO

      *> TAXA DA REVISAO, REGISTRADA CONTRA O NUMERO DO PEDIDO.
            MOVE 'E'       TO WS-TX-FUNCAO
            MOVE WS-NUMERO TO WS-TX-REFERENCIA
            CALL 'COBRA_TAXA' USING WS-TX-FUNCAO, WS-TX-TIPO-DOC,
                REV-RGM, REV-PERIODO, WS-TX-REFERENCIA,
                WS-SIGN-OPERADOR, WS-TX-NR-DUPLICATA, WS-TX-VALOR,
                WS-TX-RESULTADO
            MOVE WS-TX-VALOR TO WS-TX-VALOR-EDIT
            EVALUATE WS-TX-RESULTADO
                WHEN 'I'
                    DISPLAY "* TAXA DA REVISAO ISENTA *"
                WHEN 'C'
                    DISPLAY "* TAXA DE " WS-TX-VALOR-EDIT
                        " COBRADA NA DUPLICATA " WS-TX-NR-DUPLICATA
                        " *"
                WHEN 'R'
                    DISPLAY "* TAXA DE " WS-TX-VALOR-EDIT
                        " NA DUPLICATA " WS-TX-NR-DUPLICATA
                        " - PEDIDO SO ENTRA EM ANALISE APOS O "
                        "PAGAMENTO *"
                WHEN 'N'
                    DISPLAY "* ATENCAO: TAXA NAO COBRADA - ALUNO SEM "
                        "CLIENTE; AVISE O FINANCEIRO *"
            END-EVALUATE
            GO TO MENU-001.
      *
      **************************
                    GO TO MENU-001
            END-READ

      *> PEDIDO COM A TAXA RETIDA NAO SAI DE RECEBIDO ANTES DO
      *> PAGAMENTO DA DUPLICATA.
            IF REV-SITUACAO EQUAL 'REC'
                MOVE 'V'        TO WS-TX-FUNCAO
                MOVE REV-NUMERO TO WS-TX-REFERENCIA
                CALL 'COBRA_TAXA' USING WS-TX-FUNCAO, WS-TX-TIPO-DOC,
                    REV-RGM, REV-PERIODO, WS-TX-REFERENCIA,
                    WS-SIGN-OPERADOR, WS-TX-NR-DUPLICATA, WS-TX-VALOR,
                    WS-TX-RESULTADO
                IF WS-TX-RESULTADO EQUAL 'R'
                    DISPLAY "*** TAXA DO PEDIDO NAO PAGA (DUPLICATA "
                        WS-TX-NR-DUPLICATA ") - PEDIDO CONTINUA "
                        "RECEBIDO ***"
                    CLOSE REVISOES
                    GO TO MENU-001
                END-IF
                IF WS-TX-RESULTADO EQUAL 'L'
                    DISPLAY "* DUPLICATA " WS-TX-NR-DUPLICATA
                        " PAGA - PEDIDO LIBERADO PARA ANALISE *"
                END-IF
            END-IF

            DISPLAY 'SITUACAO ATUAL: ' REV-SITUACAO
            DISPLAY 'NOVA SITUACAO (AND = EM ANALISE / DEF = '
                'DEFERIDO / IND = INDEFERIDO):'
