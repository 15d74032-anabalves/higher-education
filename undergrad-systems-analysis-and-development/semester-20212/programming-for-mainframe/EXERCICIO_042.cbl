       01 WS-DUPLICATA.
           COPY DUPLICATA.

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
      *> AQUI SO INTERESSA SE O CLIENTE ESTA NA TABELA, CARREGADA DE
      *> CLIENTES NO INICIO.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-FS-CLIENTES   TO 0.
           SET WS-EOF-CLIENTES  TO 0.

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               GO TO 0100-CARREGA-CLIENTES-FIM
                   AT END
                       MOVE 1 TO WS-EOF-CLIENTES
                   NOT AT END
                       MOVE 'I'         TO WS-IC-FUNCAO
                       MOVE COD-CLIENTE TO WS-IC-COD-CLIENTE
                       CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                           WS-IC-COD-CLIENTE, WS-IC-POSICAO,
                           WS-IC-ORDEM, WS-IC-RESULTADO
                       IF WS-IC-RESULTADO NOT EQUAL 'S'
                           DISPLAY '*** TABELA DE CLIENTES CHEIA - '
                               'CLIENTE ' COD-CLIENTE ' IGNORADO ***'
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM

                   DUPL-VL-FATURA OF WS-DUPLICATA
           END-IF

           MOVE 'L' TO WS-IC-FUNCAO
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO WS-IC-COD-CLIENTE
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF DUPL-COD-CLIENTE OF WS-DUPLICATA EQUAL ZEROS OR
               WS-IC-RESULTADO NOT EQUAL 'S'
               ADD 1 TO WS-QTD-VIOL-CLIENTE
               DISPLAY " [CLIENTE] " WS-ARQUIVO-ATUAL
                   " DUPLICATA " DUPL-NR-DUPLICATA OF WS-DUPLICATA
