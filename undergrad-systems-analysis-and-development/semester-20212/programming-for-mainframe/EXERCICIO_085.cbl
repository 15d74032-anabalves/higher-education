      * RETORNO BANCARIO (TOLERANCIA TOLER-BAIXA DE PARAMETROS) COM A
      * FORMA 'CHQ' EM FORMAS_BAIXA, E NO CHEQUE DEVOLVIDO REINSTALA
      * A COBRANCA MARCANDO O CHEQUE COMO 'DEV' (DEVOLVIDO). ACABA A
      * GAVETA DE CHEQUES. CHEQUE DE DUPLICATA JA BAIXADA COMO
      * INCOBRAVEL (EXERCICIO_041) TAMBEM E CUSTODIADO E, NA
      * COMPENSACAO, E LANCADO COMO RECUPERACAO (SUBROTINA
      * RECUPERA_INCOB) EM VEZ DE VIRAR BAIXA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> RECUPERACAO DE DUPLICATA BAIXADA COMO INCOBRAVEL (SUBROTINA
      *> RECUPERA_INCOB): CONSULTA NO REGISTRO DO CHEQUE, LANCAMENTO
      *> NA COMPENSACAO.
       77 WS-RI-FUNCAO                 PIC X(001).
       77 WS-RI-FORMA                  PIC X(003) VALUE 'CHQ'.
       77 WS-RI-ORIGEM                 PIC X(003) VALUE 'CHQ'.
       77 WS-RI-COD-CLIENTE            PIC 9(005).
       77 WS-RI-SALDO                  PIC S9(013)V9(002).
       77 WS-RI-RESULTADO              PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
                TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
            READ DUPLICATAS
                INVALID KEY
                    GO TO REG-002A
            END-READ
            IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
                GO TO REG-002A.
            IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM"
                DISPLAY "*** DUPLICATA JA ESTA PAGA ***"
                CLOSE DUPLICATAS
                GO TO MENU-001.
            GO TO REG-003.

      *> DUPLICATA FORA DO MASTER OU COM STATUS 'BXA': SO E ACEITA SE
      *> ESTIVER EM DUPL_INCOBRAVEIS COM SALDO A RECUPERAR.
       REG-002A.
            MOVE 'C' TO WS-RI-FUNCAO
            CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
                WS-NR-DUPLICATA, WS-HOJE-AAAAMMDD, CHQ-VL-CHEQUE,
                WS-RI-FORMA, WS-RI-ORIGEM, WS-SIGN-OPERADOR,
                WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO
            IF WS-RI-RESULTADO NOT EQUAL 'S' OR
                WS-RI-SALDO NOT > ZEROS
                DISPLAY "*** DUPLICATA NAO ENCONTRADA ***"
                CLOSE DUPLICATAS
                GO TO MENU-001.
            DISPLAY "* DUPLICATA BAIXADA COMO INCOBRAVEL - NA "
                "COMPENSACAO O CHEQUE SERA LANCADO COMO RECUPERACAO *"
            DISPLAY 'SALDO BAIXADO AINDA RECUPERAVEL: ' WS-RI-SALDO.

       REG-003.
            CLOSE DUPLICATAS
               TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   CLOSE DUPLICATAS
                   PERFORM 7050-LANCA-RECUPERACAO
                       THRU 7050-LANCA-RECUPERACAO-FIM
                   GO TO 7000-LANCA-CHEQUE-FIM
           END-READ

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
               CLOSE DUPLICATAS
               PERFORM 7050-LANCA-RECUPERACAO
                   THRU 7050-LANCA-RECUPERACAO-FIM
               GO TO 7000-LANCA-CHEQUE-FIM
           END-IF

           COMPUTE WS-VL-PAGO-ACUM =
               DUPL-VL-PAGO OF REG-DUPLICATA + CHQ-VL-CHEQUE

           CLOSE FORMAS_BAIXA.
       7000-LANCA-CHEQUE-FIM.
           EXIT.
      *
      **************************************
      * CHEQUE DE DUPLICATA BAIXADA COMO   *
      * INCOBRAVEL: LANCADO COMO           *
      * RECUPERACAO                        *
      **************************************
      *
       7050-LANCA-RECUPERACAO.
           MOVE 'L' TO WS-RI-FUNCAO
           CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
               WS-NR-DUPLICATA, WS-HOJE-AAAAMMDD, CHQ-VL-CHEQUE,
               WS-RI-FORMA, WS-RI-ORIGEM, WS-SIGN-OPERADOR,
               WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO

           EVALUATE WS-RI-RESULTADO
               WHEN 'R'
                   DISPLAY " [RECUPERACAO] CHEQUE DA DUPLICATA "
                       WS-NR-DUPLICATA " BAIXADA COMO INCOBRAVEL - "
                       "LANCADO COMO RECUPERACAO"
                   MOVE 'S' TO WS-LANCADO
               WHEN 'E'
                   DISPLAY " [VALOR MAIOR] CHEQUE DA DUPLICATA "
                       WS-NR-DUPLICATA " VALOR " CHQ-VL-CHEQUE
                       " EXCEDE O SALDO BAIXADO COMO INCOBRAVEL "
                       WS-RI-SALDO
               WHEN OTHER
                   DISPLAY "*** DUPLICATA NAO ESTA NO MASTER ***"
           END-EVALUATE.
       7050-LANCA-RECUPERACAO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_085.
