       77 WS-TEM-COPIA                 PIC X(001).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-HORA-HHMMSS               PIC 9(006).
       77 WS-COD                       PIC 9(005).
       77 WS-POS                       PIC 9(005).
       77 WS-VL-SALDO                  PIC S9(013)V9(002).
       77 WS-QTD-GRAVADOS              PIC 9(006) VALUE ZEROS.

       01 WS-DUPLICATA.
           COPY DUPLICATA.

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> ACUMULADORES POR CLIENTE, ENDERECADOS PELA POSICAO DO
      *> CLIENTE EM TAB_CLIENTE, NO MESMO ESQUEMA DAS TABELAS DE NOMES.
       01 WS-TAB-POSICAO.
           03 WS-POS-ITEM OCCURS 5000 TIMES.
              05 WS-POS-VL-ABERTO      PIC S9(013)V9(002).
              05 WS-POS-VL-VENCIDO     PIC S9(013)V9(002).
              05 WS-POS-DT-ANTIGA      PIC 9(008).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HHMMSS

           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5000
               INITIALIZE WS-POS-ITEM(WS-POS)
               MOVE 99999999 TO WS-POS-DT-ANTIGA(WS-POS)
           END-PERFORM

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           PERFORM 1000-ACUMULA-ABERTAS
               THRU 1000-ACUMULA-ABERTAS-FIM.
           PERFORM 2000-ACUMULA-VENCIDAS
                           IF WS-TEM-COPIA NOT EQUAL 'S'
                               MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                                   TO WS-COD
                               PERFORM 0120-POSICAO-CLIENTE
                                   THRU 0120-POSICAO-CLIENTE-FIM
                               COMPUTE WS-VL-SALDO =
                                   DUPL-VL-FATURA OF WS-DUPLICATA -
                                   DUPL-VL-PAGO OF WS-DUPLICATA
                               IF WS-POS > 0
                                   ADD WS-VL-SALDO
                                       TO WS-POS-VL-ABERTO(WS-POS)
                                   ADD 1 TO WS-POS-QTD-ABERTAS(WS-POS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
      *
       2100-ACUMULA-UMA-VENCIDA.
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO WS-COD
           PERFORM 0120-POSICAO-CLIENTE THRU 0120-POSICAO-CLIENTE-FIM
           IF WS-POS EQUAL ZEROS
               GO TO 2100-ACUMULA-UMA-VENCIDA-FIM
           END-IF
           COMPUTE WS-VL-SALDO =
               DUPL-VL-FATURA OF WS-DUPLICATA -
               DUPL-VL-PAGO OF WS-DUPLICATA

           ADD WS-VL-SALDO TO WS-POS-VL-ABERTO(WS-POS)
           ADD 1 TO WS-POS-QTD-VENCIDAS(WS-POS)

           IF DUPL-DT-VENCIMENTO OF WS-DUPLICATA < WS-HOJE-AAAAMMDD
               ADD WS-VL-SALDO TO WS-POS-VL-VENCIDO(WS-POS)
               IF DUPL-DT-VENCIMENTO OF WS-DUPLICATA <
                   WS-POS-DT-ANTIGA(WS-POS)
                   MOVE DUPL-DT-VENCIMENTO OF WS-DUPLICATA
                       TO WS-POS-DT-ANTIGA(WS-POS)
               END-IF
           END-IF.
       2100-ACUMULA-UMA-VENCIDA-FIM.
                       IF DUPL-COD-CLIENTE OF WS-DUPLICATA > ZEROS
                           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                               TO WS-COD
                           PERFORM 0120-POSICAO-CLIENTE
                               THRU 0120-POSICAO-CLIENTE-FIM
                           COMPUTE WS-VL-SALDO =
                               DUPL-VL-FATURA OF WS-DUPLICATA -
                               DUPL-VL-PAGO OF WS-DUPLICATA
                           IF WS-POS > 0
                               ADD WS-VL-SALDO
                                   TO WS-POS-VL-ABERTO(WS-POS)
                               ADD 1 TO WS-POS-QTD-PARCIAIS(WS-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET WS-FS-POSICAO TO 0.
           OPEN OUTPUT POSICAO_CLIENTE

      *> CLIENTES NA ORDEM DO CODIGO, COMO TAB_CLIENTE OS GUARDA.
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM 4100-GRAVA-UMA-POSICAO
               THRU 4100-GRAVA-UMA-POSICAO-FIM
               VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'.

           CLOSE POSICAO_CLIENTE.
       4000-GRAVA-POSICOES-FIM.
           EXIT.
      *
       4100-GRAVA-UMA-POSICAO.
           MOVE 'O' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               GO TO 4100-GRAVA-UMA-POSICAO-FIM
           END-IF
           MOVE WS-IC-COD-CLIENTE TO WS-COD
           MOVE WS-IC-POSICAO     TO WS-POS

           IF WS-POS-QTD-ABERTAS(WS-POS) EQUAL ZEROS AND
               WS-POS-QTD-VENCIDAS(WS-POS) EQUAL ZEROS AND
               WS-POS-QTD-PARCIAIS(WS-POS) EQUAL ZEROS
               GO TO 4100-GRAVA-UMA-POSICAO-FIM
           END-IF

           MOVE WS-COD                    TO POS-COD-CLIENTE
           MOVE WS-POS-VL-ABERTO(WS-POS)  TO POS-VL-ABERTO
           MOVE WS-POS-VL-VENCIDO(WS-POS) TO POS-VL-VENCIDO
           IF WS-POS-DT-ANTIGA(WS-POS) EQUAL 99999999
               MOVE ZEROS TO POS-DT-MAIS-ANTIGA
           ELSE
               MOVE WS-POS-DT-ANTIGA(WS-POS) TO POS-DT-MAIS-ANTIGA
           END-IF
           MOVE WS-POS-QTD-ABERTAS(WS-POS)  TO POS-QTD-ABERTAS
           MOVE WS-POS-QTD-VENCIDAS(WS-POS) TO POS-QTD-VENCIDAS
           MOVE WS-POS-QTD-PARCIAIS(WS-POS) TO POS-QTD-PARCIAIS
           MOVE WS-HOJE-AAAAMMDD            TO POS-DT-GERACAO
           MOVE WS-HORA-HHMMSS              TO POS-HR-GERACAO
           WRITE REG-POSICAO
           ADD 1 TO WS-QTD-GRAVADOS.
       4100-GRAVA-UMA-POSICAO-FIM.
           EXIT.
      *
      **************************************
      * POSICAO DO CLIENTE WS-COD NA       *
      * TABELA, INCLUINDO-O SE PRECISO     *
      **************************************
      *
       0120-POSICAO-CLIENTE.
           MOVE WS-COD TO WS-IC-COD-CLIENTE
           MOVE 'I'    TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               MOVE WS-IC-POSICAO TO WS-POS
           ELSE
               MOVE ZEROS TO WS-POS
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   WS-COD ' NAO TOTALIZADO ***'
               MOVE 16 TO RETURN-CODE
           END-IF.
       0120-POSICAO-CLIENTE-FIM.
           EXIT.

       END PROGRAM EXERCICIO_086.
