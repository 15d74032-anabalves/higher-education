           03 WS-VENC-MES              PIC 9(002).
           03 FILLER                   PIC 9(002).

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
      *> AQUI A TABELA GUARDA SO OS CLIENTES QUE TAMBEM TEM DUPLICATA
      *> EM DUPL_VENCIDAS (RECEBIMENTO DELES E CONSIDERADO EM RISCO).
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> FAIXAS DA PROJECAO: 1-4 = SEMANAS 1 A 4; 5-16 = MESES 2 A 13
      *> A FRENTE (DEPOIS DAS 4 SEMANAS); CADA FAIXA ACUMULA O TOTAL
       0100-CARREGA-RISCO.
           SET WS-FS-DUPL_VENCIDAS TO 0.
           SET WS-EOF              TO 0.

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           OPEN INPUT DUPL_VENCIDAS
           IF WS-FS-DUPL_VENCIDAS EQUAL 35
               GO TO 0100-CARREGA-RISCO-FIM
                           NOT EQUAL "REN" AND
                           DUPL-DT-VENCIMENTO OF WS-DUPLICATA
                           < WS-HOJE-AAAAMMDD
                           MOVE 'I' TO WS-IC-FUNCAO
                           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                               TO WS-IC-COD-CLIENTE
                           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                               WS-IC-COD-CLIENTE, WS-IC-POSICAO,
                               WS-IC-ORDEM, WS-IC-RESULTADO
                           IF WS-IC-RESULTADO NOT EQUAL 'S'
                               DISPLAY '*** TABELA DE CLIENTES CHEIA '
                                   '- CLIENTE ' WS-IC-COD-CLIENTE
                                   ' FORA DO RISCO ***'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-IF

           ADD WS-VL-RESTANTE TO WS-FAIXA-TOTAL(WS-IDX)
           MOVE 'L' TO WS-IC-FUNCAO
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO WS-IC-COD-CLIENTE
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               ADD WS-VL-RESTANTE TO WS-FAIXA-RISCO(WS-IDX)
           END-IF.
       9000-CLASSIFICA-FAIXA-FIM.
