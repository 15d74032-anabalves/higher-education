      * Purpose: DIRETORIO DE CONTATOS CONSOLIDADO, LENDO FORNECEDORES
      * E CLIENTES E IMPRIMINDO UMA UNICA LISTAGEM ORDENADA POR NOME,
      * COM O TELEFONE E O TIPO DE CONTATO (FORNECEDOR OU CLIENTE)
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORNECEDORES.

           SELECT RELATORIO ASSIGN TO
       FILE SECTION.
       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).
           03 WS-TR-TIPO            PIC X(011).
           03 WS-TR-CODIGO          PIC 9(005).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_033'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'DIRETORIO DE CONTATOS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ DIRETORIO DE CONTATOS (FORNECEDORES + '
               THRU 9500-GRAVA-LINHA-REL-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

      *> RESUMO CURTO NO CONSOLE, PARA O OPERADOR VER QUE O JOB
      *> TRABALHOU.
                       ADD 1 TO WS-QTD-FORNECEDORES
                       IF WS-QTD-CONTATOS < 999
                           ADD 1 TO WS-QTD-CONTATOS
                           MOVE FORN-NOME-FORNECEDOR
                               TO WS-DIR-NOME(WS-QTD-CONTATOS)
                           MOVE FORN-TELEFONE-FORNECEDOR
                               TO WS-DIR-TELEFONE(WS-QTD-CONTATOS)
                           MOVE "FORNECEDOR"
                               TO WS-DIR-TIPO(WS-QTD-CONTATOS)
                           MOVE FORN-COD-FORNECEDOR
                               TO WS-DIR-CODIGO(WS-QTD-CONTATOS)
                       END-IF
               END-READ
           MOVE 2 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
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

           COMPUTE WS-AR-PAGINAS = WS-REL-PAGINA - 1
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_033.
