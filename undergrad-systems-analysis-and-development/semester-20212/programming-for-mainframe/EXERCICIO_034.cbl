      * ENVIADAS E FICAM AMARRADAS AO BANCO NO ARQUIVO
      * DUPL_COLOCACAO, COM TOTAIS DE CONTROLE PROPRIOS; O QUE JA
      * ESTA COM OUTRO BANCO NAO E ENVIADO DE NOVO.
      * O DETALHE LEVA O TIPO DE PESSOA E O CPF/CNPJ DO SACADO (DO
      * CADASTRO DE CLIENTES; ZERADO ENQUANTO PENDENTE - EXERCICIO_202).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 REM-TIPO                 PIC X(001).
           03 REM-COD-BANCO            PIC 9(003).
           03 REM-NR-DUPLICATA         PIC 9(007).
           03 REM-COD-CLIENTE          PIC 9(005).
           03 REM-NOME-CLIENTE         PIC X(020).
           03 REM-VL-FATURA            PIC S9(013)V9(002).
           03 REM-DT-VENCIMENTO        PIC 9(008).
           03 REM-TIPO-PESSOA          PIC X(001).
           03 REM-DOCTO-CLIENTE        PIC 9(014).
       01 REG-BANCO_REMESSA-TRAILER.
           03 REM-T-TIPO               PIC X(001).
           03 REM-T-COD-BANCO          PIC 9(003).
           03 REM-T-QTDE               PIC 9(006).
           03 REM-T-VL-TOTAL           PIC S9(013)V9(002).
           03 FILLER                   PIC X(049).

       WORKING-STORAGE SECTION.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-QTD-REMETIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-VL-REMETIDO               PIC S9(013)V9(002) VALUE ZEROS.

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> NOME DO CLIENTE ENDERECADO PELA POSICAO DO CLIENTE EM
      *> TAB_CLIENTE, CARREGADO DE CLIENTES UMA UNICA VEZ NO INICIO.
       01 WS-TAB-NOME-CLIENTE.
           03 WS-NOME-CLIENTE OCCURS 5000 TIMES PIC X(20).
       77 WS-NOME-ATUAL                PIC X(020).

      *> TIPO DE PESSOA E CPF/CNPJ, NA MESMA POSICAO DO NOME.
       01 WS-TAB-DOCTO-CLIENTE.
           03 WS-DOC-ITEM OCCURS 5000 TIMES.
              05 WS-DOC-TIPO-PESSOA    PIC X(001).
              05 WS-DOC-DOCTO          PIC 9(014).
       77 WS-TIPO-PESSOA-ATUAL         PIC X(001).
       77 WS-DOCTO-ATUAL               PIC 9(014).

       01 WS-DUPLICATA.
           COPY DUPLICATA.
                   TO REM-NR-DUPLICATA
               MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                   TO REM-COD-CLIENTE
               MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                   TO WS-IC-COD-CLIENTE
               PERFORM 0110-NOME-CLIENTE THRU 0110-NOME-CLIENTE-FIM
               MOVE WS-NOME-ATUAL TO REM-NOME-CLIENTE
               MOVE WS-TIPO-PESSOA-ATUAL TO REM-TIPO-PESSOA
               MOVE WS-DOCTO-ATUAL       TO REM-DOCTO-CLIENTE
               MOVE DUPL-VL-FATURA OF WS-DUPLICATA
                   TO REM-VL-FATURA
               MOVE DUPL-DT-VENCIMENTO OF WS-DUPLICATA
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
                           MOVE TIPO-PESSOA-CLIENTE
                               TO WS-DOC-TIPO-PESSOA(WS-IC-POSICAO)
                           MOVE DOCTO-CLIENTE
                               TO WS-DOC-DOCTO(WS-IC-POSICAO)
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
           MOVE SPACES TO WS-TIPO-PESSOA-ATUAL
           MOVE ZEROS  TO WS-DOCTO-ATUAL
           MOVE 'L'    TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               MOVE WS-NOME-CLIENTE(WS-IC-POSICAO) TO WS-NOME-ATUAL
               MOVE WS-DOC-TIPO-PESSOA(WS-IC-POSICAO)
                   TO WS-TIPO-PESSOA-ATUAL
               MOVE WS-DOC-DOCTO(WS-IC-POSICAO) TO WS-DOCTO-ATUAL
           END-IF.
       0110-NOME-CLIENTE-FIM.
           EXIT.

       END PROGRAM EXERCICIO_034.
