      * SEPARACAO (PICKING) DE UM PEDIDO CONFIRMADO (PEDIDOS_VENDA,
      * EXERCICIO_064) EM ORDEM DE ENDERECO, COM QUANTIDADES E LINHA
      * DE ASSINATURA DO CONFERENTE. O ARMAZEM PARA DE CACAR
      * PRATELEIRA POR PRATELEIRA. O ITEM DE KIT NAO E SEPARADO: O
      * KIT NAO TEM ESTOQUE NEM ENDERECO, E SAO OS SEUS COMPONENTES
      * (ITENS 'C' DO PEDIDO) QUE VAO PARA A LISTA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD PRODUTOS.
       01 REG-PRODUTO.
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_098'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'LISTA DE SEPARACAO (PICKING)'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            CLOSE RELATORIO
            PERFORM 9700-ARQUIVA-RELATORIO
                THRU 9700-ARQUIVA-RELATORIO-FIM
            DISPLAY "LISTA DE SEPARACAO GRAVADA EM picking_rel ("
                WS-QTD-ITENS " ITENS)."
            GO TO MENU-001.

       PIC-GUARDA.
            IF PV-ITEM-KIT
                GO TO PIC-GUARDA-FIM.
            IF WS-QTD-ITENS NOT < 99
                DISPLAY "*** PEDIDO COM MAIS DE 99 ITENS - "
                    "EXCEDENTE FORA DA LISTA ***"
      **********************
       ROT-FIM.
            STOP RUN.
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

       END PROGRAM EXERCICIO_098.
