       FILE SECTION.
       FD LIMITE_CREDITO.
       01 REG-LIMITE-CREDITO.
           03 LIM-COD-CLIENTE          PIC 9(005).
           03 LIM-VL-LIMITE            PIC S9(013)V9(002).
           03 LIM-FLAG-BLOQUEIO        PIC X(001).
              88 LIM-CLIENTE-BLOQUEADO VALUE 'S'.
       77 WS-RESULTADO     PIC X(001).

       01 WS-LIMITE.
           03 WS-COD-CLIENTE           PIC 9(005).
           03 WS-VL-LIMITE-CAD         PIC S9(013)V9(002).
           03 WS-FLAG-BLOQUEIO         PIC X(001).

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

      *> CODIGOS COM LIMITE CADASTRADO, CARREGADOS EM MEMORIA ANTES DA
      *> LISTAGEM PARA QUE O ARQUIVO JA ESTEJA FECHADO QUANDO A
      *> SUBROTINA CRED_CHECK PRECISAR ABRI-LO. DIMENSIONADA PARA O
      *> MESMO NUMERO DE CLIENTES DE TAB_CLIENTE.
       77 WS-QTD-LIMITES   PIC 9(005) VALUE ZEROS.
       77 WS-IDX           PIC 9(005).
       01 WS-TAB-LIMITES.
           03 WS-LIM-CLIENTE OCCURS 5000 TIMES PIC 9(005).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
            PERFORM UNTIL WS-EOF = 1
               READ LIMITE_CREDITO INTO WS-LIMITE
                   AT END MOVE 1 TO WS-EOF NOT AT END
                       IF WS-QTD-LIMITES < 5000
                           ADD 1 TO WS-QTD-LIMITES
                           MOVE WS-COD-CLIENTE
                               TO WS-LIM-CLIENTE(WS-QTD-LIMITES)
                    WS-VL-ZERO, WS-VL-EXPOSICAO,
                    WS-VL-LIMITE, WS-RESULTADO
                IF WS-RESULTADO = 'B' OR 'E'
                    MOVE WS-COD-CLIENTE TO WS-IC-COD-CLIENTE
                    PERFORM 0110-NOME-CLIENTE
                        THRU 0110-NOME-CLIENTE-FIM
                    DISPLAY ' COD. CLIENTE: ' WS-COD-CLIENTE
                        ' NOME: ' WS-NOME-ATUAL
                        ' LIMITE: ' WS-VL-LIMITE
                        ' EXPOSICAO: ' WS-VL-EXPOSICAO
                        ' SITUACAO: ' WS-RESULTADO
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

       END PROGRAM EXERCICIO_038.
