      * DA BAIXA, CODIGO DO MOTIVO E OPERADOR APROVADOR. SO OPERADORES
      * COM A AUTORIZACAO DE EXCLUSAO EM OPERADORES (COMO NO CRUD DE
      * PRODUTOS, EXERCICIO_009) PODEM APROVAR A BAIXA. A MESMA
      * EXECUCAO IMPRIME O RESUMO DO VALOR BAIXADO POR CLIENTE. NO
      * DIARIO (EXERCICIO_040) A BAIXA CONSOME PRIMEIRO A PROVISAO
      * PARA DEVEDORES DUVIDOSOS DO CLIENTE (EXERCICIO_127). O
      * REGISTRO BAIXADO GUARDA A DATA E O VALOR JA RECUPERADO, QUE A
      * SUBROTINA RECUPERA_INCOB ATUALIZA QUANDO O CLIENTE AINDA PAGA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD DUPL_INCOBRAVEIS.
       01 REG-DUPL_INCOBRAVEIS.
           COPY DUPLICATA.
           COPY BAIXAINC.

       FD DUPLICATAS.
       01 REG-DUPLICATA.
       77 WS-PC-RESULTADO              PIC X(001).


      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> VALOR E QUANTIDADE BAIXADOS POR CLIENTE, ENDERECADOS PELA
      *> POSICAO DO CLIENTE EM TAB_CLIENTE.
       01 WS-TAB-BAIXA-CLIENTE.
           03 WS-BAIXA-CLIENTE OCCURS 5000 TIMES.
              05 WS-BAIXA-VALOR        PIC S9(013)V9(002) VALUE ZEROS.
              05 WS-BAIXA-QTDE         PIC 9(006) VALUE ZEROS.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           DISPLAY 'INFORME OS DIAS DE ATRASO PARA O CORTE '
               '(PADRAO 180):'
           ACCEPT WS-DIAS-CORTE

           DISPLAY " "
           DISPLAY "-------- RESUMO DA BAIXA POR CLIENTE --------"
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'
               MOVE 'O' TO WS-IC-FUNCAO
               CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
                   WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
               IF WS-IC-RESULTADO EQUAL 'S'
                   MOVE WS-IC-POSICAO TO WS-IDX
                   DISPLAY " CODIGO DO CLIENTE: " WS-IC-COD-CLIENTE
                           " QTDE BAIXADA: " WS-BAIXA-QTDE(WS-IDX)
                           " VALOR BAIXADO: " WS-BAIXA-VALOR(WS-IDX)
               END-IF
           MOVE WS-HOJE-AAAAMMDD TO BAIXA-DATA
           MOVE WS-MOTIVO        TO BAIXA-MOTIVO
           MOVE WS-OPERADOR      TO BAIXA-OPERADOR
      *> A RECUPERACAO (RECUPERA_INCOB) PREENCHE ESTES CAMPOS SE O
      *> CLIENTE AINDA PAGAR A DUPLICATA BAIXADA.
           MOVE ZEROS            TO BAIXA-DT-RECUPERACAO
           MOVE ZEROS            TO BAIXA-VL-RECUPERADO

           WRITE REG-DUPL_INCOBRAVEIS

           ADD 1 TO WS-QTD-BAIXADOS
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               TO WS-IC-COD-CLIENTE
           MOVE 'I' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               ADD DUPL-VL-FATURA OF REG-DUPL_VENCIDAS
                   TO WS-BAIXA-VALOR(WS-IC-POSICAO)
               ADD 1 TO WS-BAIXA-QTDE(WS-IC-POSICAO)
           ELSE
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   WS-IC-COD-CLIENTE ' FORA DO RESUMO ***'
           END-IF

           DISPLAY " BAIXADA: DUPLICATA "
               DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
