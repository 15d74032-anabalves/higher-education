      * PRIMEIRO, PORQUE A PAPELADA DE PROTESTO DE EXERCICIO_044
      * PRECISA DE ENDERECO LIMPO) E GUARDA A CONTAGEM SEMANAL
      * (BACKLOG_ENDERECO) PARA O BACKLOG SER VISTO ENCOLHENDO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *> ABERTO (TROCA SIMPLES, COMO NO EXTRATO DE EXERCICIO_039).
       01 WS-TAB-PENDENTES.
           03 WS-PEN-ITEM OCCURS 999 TIMES.
              05 WS-PEN-COD            PIC 9(005).
              05 WS-PEN-NOME           PIC X(020).
              05 WS-PEN-CIDADE         PIC X(020).
              05 WS-PEN-UF             PIC X(002).
       77 WS-JR-IMAGEM     PIC X(150).
       77 WS-JR-OPERADOR   PIC X(008) VALUE 'REVISAO'.
       01 WS-PEN-TROCA.
           03 WS-TRC-COD               PIC 9(005).
           03 WS-TRC-NOME              PIC X(020).
           03 WS-TRC-CIDADE            PIC X(020).
           03 WS-TRC-UF                PIC X(002).
           03 WS-TRC-CEP               PIC 9(008).
           03 WS-TRC-SALDO             PIC S9(013)V9(002).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_124'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'BACKLOG DE ENDERECOS A REVISAR'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0010-INICIO.
      *> (ROLL-FORWARD DE EXERCICIO_122).
                MOVE 'CLIENTES'   TO WS-JR-ARQUIVO
                MOVE SPACES       TO WS-JR-CHAVE
                MOVE COD-CLIENTE  TO WS-JR-CHAVE(1:5)
                MOVE SPACES       TO WS-JR-IMAGEM
                MOVE REG-CLIENTE  TO WS-JR-IMAGEM
                CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO,
                UNTIL WS-IDX > WS-QTD-LISTA

            CLOSE RELATORIO
            PERFORM 9700-ARQUIVA-RELATORIO
                THRU 9700-ARQUIVA-RELATORIO-FIM
            DISPLAY "LISTA DE TRABALHO COM " WS-QTD-LISTA
                " CLIENTES GRAVADA EM enderecos_revisao_rel."
            GO TO MENU-001.
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

       END PROGRAM EXERCICIO_124.
