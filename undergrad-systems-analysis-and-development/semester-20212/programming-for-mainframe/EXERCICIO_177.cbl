      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO DE-PARA DE ITENS POR CLIENTE (ARQUIVO
      * XREF_ITENS, XREFITEM.CPY): PARA CADA CLIENTE QUE MANDA PEDIDO
      * EM ARQUIVO, O CODIGO DO ITEM NO CLIENTE E O NOSSO
      * COD-PRODUTO CORRESPONDENTE. E POR ESTE DE-PARA QUE A
      * IMPORTACAO (EXERCICIO_176) TRADUZ AS LINHAS; LINHA RECUSADA
      * POR FALTA DE DE-PARA (MOTIVO 03 NO RETORNO) E CADASTRADA AQUI
      * E O PEDIDO REENVIADO PELO CLIENTE. CLIENTE E PRODUTO SO SAO
      * ACEITOS SE CADASTRADOS; A EXCLUSAO SEGUE A PERMISSAO DE
      * EXCLUIR DO OPERADOR NO SIGN-ON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_177.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF_ITENS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\xref_itens.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS XRF-CHAVE
           FILE STATUS     IS WS-FS-XRF.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CLIENTE
           FILE STATUS IS WS-FS-CLI.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.
       DATA DIVISION.
       FILE SECTION.
       FD XREF_ITENS.
       01 REG-XREF-ITEM.
           COPY XREFITEM.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       WORKING-STORAGE SECTION.
       77 WS-FS-XRF         PIC 99.
       77 WS-FS-CLI         PIC 99.
       77 WS-FS-PROD        PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 W-OPCAO           PIC 99.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-COD-CLIENTE    PIC 9(005).
       77 WS-CONFIRMA       PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_177'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            CALL 'SIGN_ON' USING WS-SIGN-PROGRAMA, WS-SIGN-OPERADOR,
                WS-SIGN-EXCLUIR, WS-SIGN-RESULTADO
            IF WS-SIGN-RESULTADO NOT EQUAL 'O'
               DISPLAY "*** ACESSO NEGADO ***"
               GOBACK.
       0010-INICIO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|--[ DE-PARA DE ITENS DO CLIENTE ]--|'
            DISPLAY "| 1 - CADASTRAR DE-PARA             |"
            DISPLAY "| 2 - CONSULTAR DE-PARA             |"
            DISPLAY "| 3 - EXCLUIR DE-PARA               |"
            DISPLAY "| 4 - LISTAR DE-PARA DO CLIENTE     |"
            DISPLAY "| 99 - SAIR                         |"
            DISPLAY '|-----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO CAD-001.
            IF W-OPCAO = 2
               GO TO CON-001.
            IF W-OPCAO = 3
               GO TO EXC-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * CADASTRO DO DE-PARA    *
      **************************
      *
       CAD-001.
            SET WS-FS-CLI TO 0.
            OPEN INPUT CLIENTES
            IF WS-FS-CLI EQUAL 35
                DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
                GO TO MENU-001.
            SET WS-FS-PROD TO 0.
            OPEN INPUT PRODUTOS
            IF WS-FS-PROD EQUAL 35
                DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
                CLOSE CLIENTES
                GO TO MENU-001.

            SET WS-FS-XRF TO 0.
            OPEN I-O XREF_ITENS
            IF WS-FS-XRF EQUAL 35
               OPEN OUTPUT XREF_ITENS
               CLOSE XREF_ITENS
               OPEN I-O XREF_ITENS
               DISPLAY "* ARQUIVO XREF_ITENS SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT COD-CLIENTE
            READ CLIENTES
                INVALID KEY
                    DISPLAY "*** CLIENTE NAO CADASTRADO ***"
                    GO TO CAD-002
            END-READ
            DISPLAY 'CLIENTE: ' NOME-CLIENTE.

       CAD-003.
            MOVE COD-CLIENTE TO XRF-COD-CLIENTE
            DISPLAY 'INFORME O CODIGO DO ITEM NO CLIENTE:'
            ACCEPT XRF-ITEM-CLIENTE
            IF XRF-ITEM-CLIENTE = SPACES
               DISPLAY "CODIGO DO ITEM NAO PODE FICAR EM BRANCO"
               GO TO CAD-003.

       CAD-004.
            DISPLAY 'INFORME O NOSSO CODIGO DO PRODUTO:'
            ACCEPT COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY "*** PRODUTO NAO CADASTRADO ***"
                    GO TO CAD-004
            END-READ
            DISPLAY 'PRODUTO: ' NOME-PRODUTO
            MOVE COD-PRODUTO  TO XRF-COD-PRODUTO
            DISPLAY 'INFORME A DESCRICAO DO ITEM NO CLIENTE:'
            ACCEPT XRF-DESCRICAO
            MOVE WS-SIGN-OPERADOR TO XRF-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO XRF-DT-ALTERACAO

            WRITE REG-XREF-ITEM
                INVALID KEY
                    REWRITE REG-XREF-ITEM
                    DISPLAY "* DE-PARA ANTERIOR SUBSTITUIDO *"
            END-WRITE

            CLOSE XREF_ITENS
            CLOSE PRODUTOS
            CLOSE CLIENTES
            DISPLAY "DE-PARA GRAVADO."
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DO DE-PARA    *
      **************************
      *
       CON-001.
            SET WS-FS-XRF TO 0.
            OPEN INPUT XREF_ITENS
            IF WS-FS-XRF EQUAL 35
                DISPLAY "* NENHUM DE-PARA CADASTRADO *"
                GO TO MENU-001.

       CON-002.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT XRF-COD-CLIENTE
            DISPLAY 'INFORME O CODIGO DO ITEM NO CLIENTE:'
            ACCEPT XRF-ITEM-CLIENTE

            READ XREF_ITENS
                INVALID KEY
                    DISPLAY "*** ITEM SEM DE-PARA PARA O CLIENTE "
                        "***"
                NOT INVALID KEY
                    DISPLAY 'NOSSO PRODUTO: ' XRF-COD-PRODUTO
                        ' DESCRICAO: ' XRF-DESCRICAO
                    DISPLAY 'ALTERADO POR ' XRF-OPERADOR
                        ' EM ' XRF-DT-ALTERACAO
            END-READ
            CLOSE XREF_ITENS
            GO TO MENU-001.
      *
      **************************
      * EXCLUSAO DO DE-PARA    *
      **************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR NAO AUTORIZADO A EXCLUIR ***"
               GO TO MENU-001.

            SET WS-FS-XRF TO 0.
            OPEN I-O XREF_ITENS
            IF WS-FS-XRF EQUAL 35
                DISPLAY "* NENHUM DE-PARA CADASTRADO *"
                GO TO MENU-001.

       EXC-002.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT XRF-COD-CLIENTE
            DISPLAY 'INFORME O CODIGO DO ITEM NO CLIENTE:'
            ACCEPT XRF-ITEM-CLIENTE

            READ XREF_ITENS
                INVALID KEY
                    DISPLAY "*** ITEM SEM DE-PARA PARA O CLIENTE "
                        "***"
                    CLOSE XREF_ITENS
                    GO TO MENU-001
            END-READ

            DISPLAY 'NOSSO PRODUTO: ' XRF-COD-PRODUTO
                ' DESCRICAO: ' XRF-DESCRICAO
            DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR 's'
                DELETE XREF_ITENS RECORD
                    INVALID KEY
                        DISPLAY "*** ERRO NA EXCLUSAO ***"
                    NOT INVALID KEY
                        DISPLAY "DE-PARA EXCLUIDO."
                END-DELETE
            END-IF
            CLOSE XREF_ITENS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DO CLIENTE        *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-XRF TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT XREF_ITENS
            IF WS-FS-XRF EQUAL 35
                DISPLAY "* NENHUM DE-PARA CADASTRADO *"
                GO TO MENU-001.

       LIS-002.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT WS-COD-CLIENTE
            MOVE WS-COD-CLIENTE TO XRF-COD-CLIENTE
            MOVE LOW-VALUES     TO XRF-ITEM-CLIENTE
            START XREF_ITENS KEY IS NOT LESS THAN XRF-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            DISPLAY '-------- DE-PARA DO CLIENTE ' WS-COD-CLIENTE
                ' --------'
            PERFORM UNTIL WS-EOF = 1
               READ XREF_ITENS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF XRF-COD-CLIENTE NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-EOF
                       ELSE
                           DISPLAY ' ITEM: ' XRF-ITEM-CLIENTE
                               ' PRODUTO: ' XRF-COD-PRODUTO
                               ' DESCRICAO: ' XRF-DESCRICAO
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE ITENS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE XREF_ITENS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_177.
