      * Date: 20/11/2021
      * Purpose: RESUMO DO SALDO DEVEDOR DAS DUPLICATAS VENCIDAS POR
      * CLIENTE
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CLIENTES              PIC 99.
       77 WS-IDX                       PIC 9(005).
       77 WS-FS-REL                    PIC 99.
       77 WS-TOTAL-GERAL               PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QTD-GERAL                 PIC 9(006) VALUE ZEROS.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> NOME DO CLIENTE ENDEREÇADO PELA POSICAO DO CLIENTE EM
      *> TAB_CLIENTE, CARREGADO DE CLIENTES UMA UNICA VEZ NO INICIO.
       01 WS-TAB-NOME-CLIENTE.
           03 WS-NOME-CLIENTE OCCURS 5000 TIMES PIC X(20).

       01 WS-DUPL_VENCIDAS.
           COPY DUPLICATA.

      *> SALDO E QUANTIDADE ACUMULADOS POR CLIENTE, ENDEREÇADOS
      *> PELA POSICAO DO CLIENTE EM TAB_CLIENTE.
       01 WS-TAB-SALDO-CLIENTE.
           03 WS-SALDO-CLIENTE OCCURS 5000 TIMES.
              05 WS-SALDO-VALOR        PIC S9(013)V9(002) VALUE ZEROS.
              05 WS-SALDO-QTDE         PIC 9(006) VALUE ZEROS.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_018'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'SALDO DEVEDOR POR CLIENTE (VENCIDAS)'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CLOSE DUPL_VENCIDAS.

      *> CLIENTES NA ORDEM DO CODIGO, COMO NA LISTAGEM ANTERIOR.
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'
               MOVE 'O' TO WS-IC-FUNCAO
               CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                   WS-IC-COD-CLIENTE, WS-IC-POSICAO, WS-IC-ORDEM,
                   WS-IC-RESULTADO
               IF WS-IC-RESULTADO EQUAL 'S'
                   MOVE WS-IC-POSICAO TO WS-IDX
                   IF WS-SALDO-QTDE(WS-IDX) > 0
                       MOVE SPACES TO WS-LINHA-REL
                       STRING ' CLIENTE ' DELIMITED BY SIZE
                           WS-IC-COD-CLIENTE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-NOME-CLIENTE(WS-IDX) DELIMITED BY SIZE
                           ' QTDE ' DELIMITED BY SIZE
                           WS-SALDO-QTDE(WS-IDX) DELIMITED BY SIZE
                           ' SALDO DEVEDOR ' DELIMITED BY SIZE
                           WS-SALDO-VALOR(WS-IDX) DELIMITED BY SIZE
                           INTO WS-LINHA-REL
                       PERFORM 9500-GRAVA-LINHA-REL
                           THRU 9500-GRAVA-LINHA-REL-FIM
                       ADD WS-SALDO-VALOR(WS-IDX) TO WS-TOTAL-GERAL
                       ADD WS-SALDO-QTDE(WS-IDX)  TO WS-QTD-GERAL
                   END-IF
               END-IF
           END-PERFORM

               THRU 9500-GRAVA-LINHA-REL-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

      *> RESUMO CURTO NO CONSOLE, PARA O OPERADOR VER QUE O JOB
      *> TRABALHOU.
               MOVE 1 TO WS-EOF
           NOT AT END

           MOVE DUPL-COD-CLIENTE OF WS-DUPL_VENCIDAS
               TO WS-IC-COD-CLIENTE
           PERFORM 0120-POSICAO-CLIENTE THRU 0120-POSICAO-CLIENTE-FIM
           IF WS-IC-RESULTADO EQUAL 'S'
               ADD DUPL-VL-FATURA OF WS-DUPL_VENCIDAS
                   TO WS-SALDO-VALOR(WS-IC-POSICAO)
               ADD 1 TO WS-SALDO-QTDE(WS-IC-POSICAO)
           END-IF

           END-READ.
       1000-ACUMULA-VENCIDA-FIM.
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
                       IF WS-IC-RESULTADO EQUAL 'S'
                           MOVE NOME-CLIENTE
                               TO WS-NOME-CLIENTE(WS-IC-POSICAO)
                       ELSE
                           DISPLAY '*** TABELA DE CLIENTES CHEIA - '
                               'CLIENTE ' COD-CLIENTE ' SEM NOME ***'
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES.
       0100-CARREGA-CLIENTES-FIM.
           EXIT.
      *
      **************************************
      * POSICAO DO CLIENTE EM WS-IC-COD-   *
      * CLIENTE, INCLUINDO-O SE PRECISO    *
      **************************************
      *
       0120-POSICAO-CLIENTE.
           MOVE 'I' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   WS-IC-COD-CLIENTE ' NAO TOTALIZADO ***'
               MOVE 16 TO RETURN-CODE
           END-IF.
       0120-POSICAO-CLIENTE-FIM.
           EXIT.

      *
      **************************************
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

       END PROGRAM EXERCICIO_018.
