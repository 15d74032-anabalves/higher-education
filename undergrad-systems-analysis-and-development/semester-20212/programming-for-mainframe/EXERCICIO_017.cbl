      * Author: Ana Beatriz Barbosa Alves
      * Date: 19/11/2021
      * Purpose: RELATORIO DE AGING DAS DUPLICATAS VENCIDAS (30/60/90)
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CLIENTES              PIC 99.

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
       77 WS-NOME-ATUAL                PIC X(020).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-DIAS-ATRASO               PIC S9(006).
       77 WS-VENC-UTIL                 PIC 9(008).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_017'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'AGING DAS DUPLICATAS VENCIDAS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               THRU 9500-GRAVA-LINHA-REL-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           DISPLAY "DETALHE DO AGING GRAVADO EM dupl_aging_rel."

       ROT-FIM.

      *> O DETALHE DO AGING VAI PARA O ARQUIVO DE IMPRESSAO; O
      *> CONSOLE FICA SO COM O RESUMO.
           MOVE DUPL-COD-CLIENTE OF WS-DUPL_VENCIDAS
               TO WS-IC-COD-CLIENTE
           PERFORM 0110-NOME-CLIENTE THRU 0110-NOME-CLIENTE-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING ' ' DELIMITED BY SIZE
               WS-FAIXA-TEXTO DELIMITED BY SIZE
               DUPL-COD-CLIENTE OF WS-DUPL_VENCIDAS
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-ATUAL DELIMITED BY SIZE
               ' VENCIMENTO ' DELIMITED BY SIZE
               DUPL-DT-VENCIMENTO OF WS-DUPL_VENCIDAS
                   DELIMITED BY SIZE
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
      * NOME DO CLIENTE EM WS-IC-COD-      *
      * CLIENTE (BRANCOS SE NAO CARREGADO) *
      **************************************
      *
       0110-NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-ATUAL
           MOVE 'L'    TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               MOVE WS-NOME-CLIENTE(WS-IC-POSICAO) TO WS-NOME-ATUAL
           END-IF.
       0110-NOME-CLIENTE-FIM.
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

       END PROGRAM EXERCICIO_017.
