      * (TOLER-BAIXA) E DESCONTO DE ANTECIPACAO (DESC-ANTECIP) DE
      * PARAMETROS. O ESPELHO DA SESSAO FICA GRAVADO EM
      * caixa_fechamento_rel PARA AUDITORIA - ACABA A ERA DO CADERNO
      * E DO RETORNO BANCARIO FORJADO. PAGAMENTO DE DUPLICATA JA
      * BAIXADA COMO INCOBRAVEL (EXERCICIO_041) E ACEITO NO GUICHE E,
      * NO FECHAMENTO, LANCADO COMO RECUPERACAO (SUBROTINA
      * RECUPERA_INCOB) EM VEZ DE VIRAR BAIXA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-VL-PAGO-ACUM              PIC S9(013)V9(002).
       77 WS-QTD-LANCADAS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EXCECOES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RECUPERADAS           PIC 9(006) VALUE ZEROS.
       01 WS-LINHA-REL                 PIC X(132).

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM):
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> RECUPERACAO DE DUPLICATA BAIXADA COMO INCOBRAVEL (SUBROTINA
      *> RECUPERA_INCOB): CONSULTA NO RECEBIMENTO, LANCAMENTO NO
      *> FECHAMENTO.
       77 WS-RI-FUNCAO                 PIC X(001).
       77 WS-RI-VALOR                  PIC S9(013)V9(002).
       77 WS-RI-ORIGEM                 PIC X(003).
       77 WS-RI-COD-CLIENTE            PIC 9(005).
       77 WS-RI-SALDO                  PIC S9(013)V9(002).
       77 WS-RI-RESULTADO              PIC X(001).

      *> DEPOSITO DO CAIXA NO MOVIMENTO BANCARIO DA EMPRESA
      *> (SUBROTINA LANCA_BANCO), NA CONTA DO PARAMETRO BANCO-CAIXA.
       77 WS-LB-COD-BANCO              PIC 9(003).
       77 WS-LB-TIPO                   PIC X(001) VALUE 'C'.
       77 WS-LB-ORIGEM                 PIC X(003) VALUE 'CXA'.
       77 WS-LB-DOCUMENTO              PIC X(012).
       77 WS-LB-HISTORICO              PIC X(030).
       77 WS-LB-RESULTADO              PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_084'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'ESPELHO DE FECHAMENTO DE CAIXA'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
                TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
            READ DUPLICATAS
                INVALID KEY
                    CLOSE DUPLICATAS
                    GO TO REC-004A
            END-READ
            IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
                CLOSE DUPLICATAS
                GO TO REC-004A.
            IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM"
                DISPLAY "*** DUPLICATA JA ESTA PAGA ***"
                CLOSE DUPLICATAS
                GO TO REC-003.
            GO TO REC-005.

      *> DUPLICATA FORA DO MASTER OU COM STATUS 'BXA': SE ESTIVER EM
      *> DUPL_INCOBRAVEIS O PAGAMENTO E RECEBIDO COMO RECUPERACAO.
       REC-004A.
            MOVE 'C'   TO WS-RI-FUNCAO
            MOVE ZEROS TO WS-RI-VALOR
            MOVE 'CXA' TO WS-RI-ORIGEM
            CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
                WS-NR-DUPLICATA, WS-HOJE-AAAAMMDD, WS-RI-VALOR,
                WS-FORMA, WS-RI-ORIGEM, WS-SIGN-OPERADOR,
                WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO
            IF WS-RI-RESULTADO NOT EQUAL 'S'
                DISPLAY "*** DUPLICATA NAO ENCONTRADA ***"
                GO TO REC-003.
            IF WS-RI-SALDO NOT > ZEROS
                DISPLAY "*** INCOBRAVEL JA TOTALMENTE RECUPERADA ***"
                GO TO REC-003.

            DISPLAY "* DUPLICATA BAIXADA COMO INCOBRAVEL - O VALOR "
                "SERA LANCADO COMO RECUPERACAO *"
            DISPLAY 'SALDO BAIXADO AINDA RECUPERAVEL: '
            DISPLAY WS-RI-SALDO
            DISPLAY 'INFORME O VALOR RECEBIDO:'
            ACCEPT WS-VL-RECEBIDO
            IF WS-VL-RECEBIDO NOT > ZEROS
                DISPLAY "*** VALOR DEVE SER MAIOR QUE ZERO ***"
                GO TO REC-003.
            IF WS-VL-RECEBIDO > WS-RI-SALDO
                DISPLAY "*** VALOR MAIOR QUE O SALDO BAIXADO ***"
                GO TO REC-003.
            GO TO REC-005A.

       REC-005.
            DISPLAY 'SALDO DEVEDOR DA DUPLICATA: '
            REWRITE REG-SESSAO
            CLOSE CAIXA_SESSOES

            PERFORM 7200-DEPOSITA-CAIXA THRU 7200-DEPOSITA-CAIXA-FIM
            PERFORM 8000-GRAVA-ESPELHO THRU 8000-GRAVA-ESPELHO-FIM

            DISPLAY "SESSAO FECHADA. BAIXAS LANCADAS: "
                WS-QTD-LANCADAS
            DISPLAY "INCOBRAVEIS RECUPERADAS: " WS-QTD-RECUPERADAS
            DISPLAY "PAGAMENTOS EM EXCECAO: " WS-QTD-EXCECOES
            DISPLAY "ESPELHO DA SESSAO GRAVADO EM "
                "caixa_fechamento_rel."
               MOVE 16 TO RETURN-CODE
               GO TO 6000-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PCT-DESC-ANTEC

           MOVE 'BANCO-CAIXA' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO BANCO-CAIXA NAO CADASTRADO "
                   "EM PARAMETROS - FECHAMENTO NAO EXECUTADO ***"
               MOVE 16 TO RETURN-CODE
               GO TO 6000-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-LB-COD-BANCO.
       6000-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
               TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   PERFORM 7150-LANCA-RECUPERACAO
                       THRU 7150-LANCA-RECUPERACAO-FIM
                   GO TO 7100-LANCA-RECIBO-FIM
           END-READ

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
               PERFORM 7150-LANCA-RECUPERACAO
                   THRU 7150-LANCA-RECUPERACAO-FIM
               GO TO 7100-LANCA-RECIBO-FIM
           END-IF

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM"
               DISPLAY " [JA QUITADA] RECIBO " CXM-NR-RECIBO
                   " DUPLICATA " CXM-NR-DUPLICATA
           EXIT.
      *
      **************************************
      * RECIBO DE DUPLICATA BAIXADA COMO   *
      * INCOBRAVEL: LANCADO COMO           *
      * RECUPERACAO                        *
      **************************************
      *
       7150-LANCA-RECUPERACAO.
           MOVE 'L'         TO WS-RI-FUNCAO
           MOVE CXM-VL-PAGO TO WS-RI-VALOR
           MOVE 'CXA'       TO WS-RI-ORIGEM
           CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
               CXM-NR-DUPLICATA, WS-HOJE-AAAAMMDD, WS-RI-VALOR,
               CXM-FORMA, WS-RI-ORIGEM, WS-SIGN-OPERADOR,
               WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO

           EVALUATE WS-RI-RESULTADO
               WHEN 'R'
                   DISPLAY " [RECUPERACAO] RECIBO " CXM-NR-RECIBO
                       " DUPLICATA " CXM-NR-DUPLICATA
                       " BAIXADA COMO INCOBRAVEL - LANCADO COMO "
                       "RECUPERACAO"
                   MOVE 'S' TO CXM-LANCADO
                   REWRITE REG-CAIXA-MOVTO
                   ADD 1 TO WS-QTD-RECUPERADAS
               WHEN 'E'
                   DISPLAY " [VALOR MAIOR] RECIBO " CXM-NR-RECIBO
                       " VALOR " CXM-VL-PAGO " EXCEDE O SALDO BAIXADO "
                       "COMO INCOBRAVEL " WS-RI-SALDO
                   ADD 1 TO WS-QTD-EXCECOES
               WHEN OTHER
                   DISPLAY " [SEM DUPLICATA] RECIBO " CXM-NR-RECIBO
                       " DUPLICATA " CXM-NR-DUPLICATA
                       " NAO ENCONTRADA - NAO LANCADO"
                   ADD 1 TO WS-QTD-EXCECOES
           END-EVALUATE.
       7150-LANCA-RECUPERACAO-FIM.
           EXIT.
      *
      **************************************
      * DEPOSITO DO DINHEIRO CONTADO NA    *
      * CONTA BANCO-CAIXA (MOVIMENTO       *
      * BANCARIO)                          *
      **************************************
      *
       7200-DEPOSITA-CAIXA.
           IF WS-VL-CONTADO NOT > ZEROS
               GO TO 7200-DEPOSITA-CAIXA-FIM
           END-IF

           MOVE SPACES TO WS-LB-DOCUMENTO
           STRING 'CX' DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO WS-LB-DOCUMENTO
           MOVE SPACES TO WS-LB-HISTORICO
           STRING 'DEPOSITO CAIXA ' DELIMITED BY SIZE
               WS-SIGN-OPERADOR DELIMITED BY SIZE
               INTO WS-LB-HISTORICO
           CALL 'LANCA_BANCO' USING WS-LB-COD-BANCO, WS-HOJE-AAAAMMDD,
               WS-LB-TIPO, WS-VL-CONTADO, WS-LB-ORIGEM,
               WS-LB-DOCUMENTO, WS-LB-HISTORICO, WS-SIGN-OPERADOR,
               WS-LB-RESULTADO
           IF WS-LB-RESULTADO EQUAL 'L'
               DISPLAY "DEPOSITO DE " WS-VL-CONTADO
                   " LANCADO NA CONTA DO BANCO " WS-LB-COD-BANCO
           ELSE
               DISPLAY "*** DEPOSITO NAO LANCADO NO MOVIMENTO "
                   "BANCARIO (CONTA BANCO-CAIXA INEXISTENTE OU "
                   "INATIVA) - LANCE POR AJUSTE (EXERCICIO_137) ***"
           END-IF.
       7200-DEPOSITA-CAIXA-FIM.
           EXIT.
      *
      **************************************
      * ESPELHO DA SESSAO PARA AUDITORIA   *
      **************************************
      *
               SES-VL-CONTADO DELIMITED BY SIZE
               ' LANCADAS ' DELIMITED BY SIZE
               WS-QTD-LANCADAS DELIMITED BY SIZE
               ' RECUPERADAS ' DELIMITED BY SIZE
               WS-QTD-RECUPERADAS DELIMITED BY SIZE
               ' EXCECOES ' DELIMITED BY SIZE
               WS-QTD-EXCECOES DELIMITED BY SIZE
               INTO WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.
       8000-GRAVA-ESPELHO-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA NO SPOOL O RELATORIO JA   *
      * FECHADO, RELENDO-O LINHA A LINHA   *
      **************************************
      *
       9700-ARQUIVA-RELATORIO.
           SET WS-FS-REL  TO 0.
           SET WS-EOF-REL TO 0.
           OPEN INPUT RELATORIO
           IF WS-FS-REL NOT EQUAL 0
               DISPLAY "* RELATORIO NAO CATALOGADO NO SPOOL - ERRO "
                   WS-FS-REL " NA RELEITURA *"
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE WS-SIGN-OPERADOR TO WS-AR-OPERADOR
           MOVE 'A' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO NOT EQUAL 'S'
               DISPLAY "* SPOOL DE RELATORIOS INDISPONIVEL - RELATORIO "
                   "NAO CATALOGADO *"
               CLOSE RELATORIO
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'L' TO WS-AR-FUNCAO
           PERFORM UNTIL WS-EOF-REL = 1
               READ RELATORIO INTO WS-AR-LINHA
                   AT END
                       MOVE 1 TO WS-EOF-REL
                   NOT AT END
                       CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO,
                           WS-AR-PROGRAMA, WS-AR-TITULO,
                           WS-AR-OPERADOR, WS-AR-PAGINAS,
                           WS-AR-LINHA, WS-AR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RELATORIO

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_084.
