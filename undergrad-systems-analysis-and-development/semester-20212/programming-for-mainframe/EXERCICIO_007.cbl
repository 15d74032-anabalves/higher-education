       77 WS-TEM-CUSTODIA              PIC X(001).
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

       01 WS-DUPLICATA.
           COPY DUPLICATA.
                   ADD 1 TO WS-LIDOS
                   ADD DUPL-VL-FATURA OF WS-DUPLICATA TO WS-SOMA-LIDA

                   MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                       TO WS-IC-COD-CLIENTE
                   PERFORM 0110-NOME-CLIENTE
                       THRU 0110-NOME-CLIENTE-FIM

                   DISPLAY ' N. DA DUPLICATA: '
                           DUPL-NR-DUPLICATA OF WS-DUPLICATA
                       ' CODIGO DO CLIENTE: '
                           DUPL-COD-CLIENTE OF WS-DUPLICATA
                       ' CLIENTE: '
                           WS-NOME-ATUAL
                       ' DATA DE EMISSAO: '
                           DUPL-DT-EMISSAO OF WS-DUPLICATA
                       ' DATA DE VENCIMENTO: '
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
      * ROTINA DE CONFERENCIA DE TOTAIS DE *
      * CONTROLE (QUANTIDADE E VALOR)      *
      **************************************
