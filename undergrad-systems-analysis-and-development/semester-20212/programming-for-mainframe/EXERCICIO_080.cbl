      * DUPLICATA ORIGINAL E OS DADOS DO CLIENTE (CLIENTES), PARA A
      * COBRANCA AGIR - O 'REN' DA ORIGINAL DEIXA DE SER UMA ANISTIA
      * PERMANENTE.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 ACR-NR-PARCELA           PIC 9(007).
           03 ACR-NR-ACORDO            PIC 9(007).
           03 ACR-NR-ORIGINAL          PIC 9(007).
           03 ACR-COD-CLIENTE          PIC 9(005).
           03 ACR-DT-ACORDO            PIC 9(008).
           03 ACR-QTD-PARCELAS         PIC 9(002).
           03 ACR-ST-ACORDO            PIC X(003).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_080'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'VIGIA DOS ACORDOS DE RENEGOCIACAO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- VIGIA DOS ACORDOS DE RENEGOCIACAO ----'
                   TO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
               CLOSE RELATORIO
               PERFORM 9700-ARQUIVA-RELATORIO
                   THRU 9700-ARQUIVA-RELATORIO-FIM
               GO TO 4000-IMPRIME-QUEBRADOS-FIM
           END-IF

           IF WS-FS-CLIENTES NOT EQUAL 35
               CLOSE CLIENTES
           END-IF
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.
       4000-IMPRIME-QUEBRADOS-FIM.
           EXIT.
      *
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       4100-IMPRIME-PARCELA-FIM.
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

       END PROGRAM EXERCICIO_080.
