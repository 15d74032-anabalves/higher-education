      * EM DUPL_PAGAR - OU, SE O TITULO JA FOI PAGO, GRAVA UM CREDITO
      * COM O FORNECEDOR (CREDITOS_FORN) - E IMPRIME O DOCUMENTO DE
      * DEVOLUCAO PARA SEGUIR COM A MERCADORIA. ACABA O CONSERTO A
      * MAO DO ESTOQUE E DO TITULO. O MOVIMENTO DE ESTOQUE SAI COM O
      * MOTIVO DEVOL-FORNECEDOR, LANCADO NO DIARIO PELA EXPORTACAO DO
      * ESTOQUE (EXERCICIO_141). TITULO AINDA AGUARDANDO A NOTA DO
      * FORNECEDOR TEM A QUANTIDADE A CONFERIR (EXERCICIO_154) REDUZIDA
      * PELA DEVOLUCAO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *> CREDITO COM O FORNECEDOR QUANDO A DEVOLUCAO ALCANCA TITULO
      *> JA PAGO: FICA REGISTRADO PARA ABATER DE COMPRAS FUTURAS.
      *> O SALDO E ABATIDO NO BORDERO DE PAGAMENTO (EXERCICIO_091).
       FD CREDITOS_FORN.
       01 REG-CREDITO-FORN.
           03 CRF-COD-FORNECEDOR       PIC 9(005).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_095'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'DEVOLUCAO DE COMPRA AO FORNECEDOR'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.

           MOVE PC-COD-PRODUTO TO MOV-COD-PRODUTO
           COMPUTE MOV-QTDE-DELTA = 0 - WS-QTDE-DEVOLVIDA
      *> O MOTIVO DO MOVIMENTO E O CODIGO FIXO QUE A EXPORTACAO
      *> CONTABIL DO ESTOQUE (EXERCICIO_141) RECONHECE; O MOTIVO
      *> DIGITADO SEGUE NO CREDITO E NO DOCUMENTO DE DEVOLUCAO.
           MOVE 'DEVOL-FORNECEDOR' TO MOV-MOTIVO
           MOVE WS-HOJE-AAAAMMDD   TO MOV-DATA
           MOVE WS-DEPOSITO        TO MOV-DEPOSITO

               SUBTRACT WS-VL-DEVOLUCAO FROM PAG-VL-TITULO
               DISPLAY " TITULO " PAG-NR-TITULO " REDUZIDO EM "
                   WS-VL-DEVOLUCAO " - NOVO VALOR " PAG-VL-TITULO
      *> TITULO AINDA AGUARDANDO A NOTA: A QUANTIDADE A CONFERIR
      *> PASSA A SER A QUE FICOU CONOSCO.
               IF PAG-CONF-AGUARDA-NOTA AND
                   PAG-QTDE-RECEBIDA > WS-QTDE-DEVOLVIDA
                   SUBTRACT WS-QTDE-DEVOLVIDA FROM PAG-QTDE-RECEBIDA
               END-IF
           END-IF

           REWRITE REG-DUPL-PAGAR.
           MOVE ALL '=' TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.
       5000-IMPRIME-DOCUMENTO-FIM.
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

       END PROGRAM EXERCICIO_095.
