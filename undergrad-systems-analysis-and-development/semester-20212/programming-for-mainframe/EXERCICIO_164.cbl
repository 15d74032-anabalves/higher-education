      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CADASTRO DE KITS (KIT ESCOLAR, CONJUNTO DE UNIFORME):
      * O KIT E UM PRODUTO DE PRODUTOS, SEM ESTOQUE PROPRIO, COM O
      * PRECO DO KIT EM PRECO-PRODUTO E O GRUPO FISCAL DO KIT; A
      * ESTRUTURA (ARQUIVO KITS, KIT.CPY) DIZ QUAIS PRODUTOS JA
      * ESTOCADOS UM A UM O COMPOEM E QUANTOS DE CADA VAO EM UM KIT.
      * AQUI SE CADASTRA O KIT, SE INCLUEM, ALTERAM E EXCLUEM OS
      * COMPONENTES, SE CONSULTA O KIT COM A SOMA DOS PRECOS DE LISTA
      * E DO CUSTO MEDIO DOS COMPONENTES AO LADO DO PRECO DO KIT, E SE
      * ALTERA O PRECO DO KIT (COM HISTORICO EM PRECO_HIST). O PEDIDO
      * DE VENDA (EXERCICIO_064) EXPLODE O KIT NOS COMPONENTES, QUE
      * SAO OS QUE SAEM DO ESTOQUE. KIT NAO ENTRA EM OUTRO KIT, E
      * PRODUTO COM ESTOQUE NAO VIRA KIT. EXCLUSAO DE COMPONENTE PEDE
      * O FLAG DE EXCLUSAO DO OPERADOR, COMO NO CADASTRO DE PRODUTOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_164.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS KIT-CHAVE
           FILE STATUS     IS WS-FS-KIT.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT PRECO_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\preco_hist.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD KITS.
       01 REG-KIT.
           COPY KIT.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD PRECO_HIST.
       01 REG-PRECO-HIST.
           03 HIST-COD-PRODUTO      PIC 9(03).
           03 HIST-DT-VIGENCIA      PIC 9(08).
           03 HIST-PRECO-ANT        PIC 9(07)V9(02).
           03 HIST-PRECO-NOVO       PIC 9(07)V9(02).

       WORKING-STORAGE SECTION.
       77 WS-FS-KIT         PIC 99.
       77 WS-FS-PROD        PIC 99.
       77 WS-FS-HIST        PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).

      *> KIT E COMPONENTE EM DIGITACAO.
       77 WS-COD-KIT        PIC 9(003).
       77 WS-COD-COMPONENTE PIC 9(003).
       77 WS-QTDE-POR-KIT   PIC 9(005).
       77 WS-NOME-KIT       PIC X(020).
       77 WS-PRECO-KIT      PIC 9(007)V9(002).
       77 WS-PRECO-ANTERIOR PIC 9(007)V9(002).
       77 WS-GRUPO-KIT      PIC X(003).

      *> SITUACAO DE UM PRODUTO NA ESTRUTURA (0500-SITUACAO-KIT).
       77 WS-SIT-PRODUTO    PIC 9(003).
       77 WS-SIT-E-KIT      PIC X(001).
       77 WS-SIT-E-COMP     PIC X(001).
       77 WS-SIT-QTD-COMP   PIC 9(003).

      *> TOTAIS DA CONSULTA DO KIT.
       77 WS-QTD-LISTADOS   PIC 9(003).
       77 WS-VL-LISTA       PIC 9(011)V9(002).
       77 WS-VL-CUSTO       PIC 9(011)V9(002).
       77 WS-VL-EDITADO     PIC ZZZZZZZZZZ9.99.
       77 WS-VL-EDITADO-2   PIC ZZZZZZZZZZ9.99.
       77 WS-PCT-DESCONTO   PIC S9(003)V9(002).
       77 WS-PCT-EDITADO    PIC -ZZ9.99.

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM):
      *> CADA GRAVACAO NO CADASTRO DE PRODUTOS FICA NO JORNAL PARA O
      *> ROLL-FORWARD (EXERCICIO_122) DEPOIS DE UMA RESTAURACAO.
       77 WS-JR-ARQUIVO     PIC X(012).
       77 WS-JR-CHAVE       PIC X(020).
       77 WS-JR-IMAGEM      PIC X(150).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A EXCLUSAO DE
      *> COMPONENTE EXIGE AINDA O FLAG DE EXCLUSAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_164'.
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
            DISPLAY '|-----------[ CADASTRO DE KITS ]------------|'
            DISPLAY "| 1 - CADASTRAR KIT                         |"
            DISPLAY "| 2 - INCLUIR COMPONENTE                    |"
            DISPLAY "| 3 - ALTERAR QUANTIDADE DO COMPONENTE      |"
            DISPLAY "| 4 - EXCLUIR COMPONENTE                    |"
            DISPLAY "| 5 - CONSULTAR KIT                         |"
            DISPLAY "| 6 - ALTERAR PRECO DO KIT                  |"
            DISPLAY "| 99 - SAIR                                 |"
            DISPLAY '|-------------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO CAD-001.
            IF W-OPCAO = 2
               GO TO INC-001.
            IF W-OPCAO = 3
               GO TO ALT-001.
            IF W-OPCAO = 4
               GO TO EXC-001.
            IF W-OPCAO = 5
               GO TO CON-001.
            IF W-OPCAO = 6
               GO TO PRC-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 6 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * CADASTRO DO KIT EM         *
      * PRODUTOS, SEM ESTOQUE      *
      ******************************
      *
       CAD-001.
            DISPLAY "------------ CADASTRO DE KIT ------------".
       CAD-002.
            DISPLAY 'INFORME O CODIGO DO KIT:'
            ACCEPT WS-COD-KIT
            IF WS-COD-KIT = ZEROS
               DISPLAY "CODIGO NAO PODE SER ZERO"
               GO TO CAD-002.

            SET WS-FS-PROD TO 0.
            OPEN INPUT PRODUTOS
            IF WS-FS-PROD NOT EQUAL 35
               MOVE WS-COD-KIT TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "*** CODIGO JA CADASTRADO: "
                           NOME-PRODUTO " - INCLUA OS COMPONENTES "
                           "PELA OPCAO 2 ***"
                       CLOSE PRODUTOS
                       GO TO MENU-001
               END-READ
               CLOSE PRODUTOS
            END-IF.

       CAD-003.
            DISPLAY 'INFORME O NOME DO KIT:'
            ACCEPT WS-NOME-KIT
            IF WS-NOME-KIT = SPACES
               DISPLAY "NOME NAO PODE SER EM BRANCO"
               GO TO CAD-003.

       CAD-004.
            DISPLAY 'INFORME O PRECO DE VENDA DO KIT:'
            ACCEPT WS-PRECO-KIT
            IF WS-PRECO-KIT = ZEROS
               DISPLAY "PRECO NAO PODE SER ZERO"
               GO TO CAD-004.

            DISPLAY 'INFORME O GRUPO FISCAL DO KIT:'
            ACCEPT WS-GRUPO-KIT.

       CAD-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO CAD-OPC.

       CAD-WR1.
            SET WS-FS-PROD TO 0.
            OPEN I-O PRODUTOS
            IF WS-FS-PROD EQUAL 35
                OPEN OUTPUT PRODUTOS
                CLOSE PRODUTOS
                OPEN I-O PRODUTOS
            END-IF

            MOVE WS-COD-KIT   TO COD-PRODUTO
            MOVE WS-NOME-KIT  TO NOME-PRODUTO
            MOVE ZEROS        TO ESTOQUE-PRODUTO
            MOVE WS-PRECO-KIT TO PRECO-PRODUTO
            MOVE ZEROS        TO COD-FORNECEDOR
            MOVE ZEROS        TO CUSTO-MEDIO-PRODUTO
            MOVE WS-GRUPO-KIT TO GRUPO-PRODUTO
            WRITE REG-PRODUTO
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DO KIT - FILE "
                        "STATUS: " WS-FS-PROD
                    CLOSE PRODUTOS
                    GO TO MENU-001
            END-WRITE
            PERFORM 9700-GRAVA-JORNAL THRU 9700-GRAVA-JORNAL-FIM
            CLOSE PRODUTOS

            DISPLAY "KIT " WS-COD-KIT " CADASTRADO - INCLUA OS "
                "COMPONENTES PELA OPCAO 2."
            GO TO MENU-001.
      *
      ******************************
      * INCLUSAO DE COMPONENTE     *
      ******************************
      *
       INC-001.
            DISPLAY "--------- INCLUSAO DE COMPONENTE ---------".
            PERFORM 0100-LE-KIT THRU 0100-LE-KIT-FIM
            IF WS-COD-KIT = ZEROS
               GO TO MENU-001.

       INC-002.
            DISPLAY 'INFORME O CODIGO DO COMPONENTE:'
            ACCEPT WS-COD-COMPONENTE
            IF WS-COD-COMPONENTE = ZEROS OR
                WS-COD-COMPONENTE = WS-COD-KIT
               DISPLAY "*** COMPONENTE INVALIDO ***"
               GO TO INC-002.

            SET WS-FS-PROD TO 0.
            OPEN INPUT PRODUTOS
            MOVE WS-COD-COMPONENTE TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    CLOSE PRODUTOS
                    DISPLAY "PRODUTO NAO CADASTRADO"
                    GO TO INC-002
                NOT INVALID KEY
                    DISPLAY ' ' NOME-PRODUTO
                        ' PRECO DE LISTA: ' PRECO-PRODUTO
                    CLOSE PRODUTOS
            END-READ.

      *> KIT NAO ENTRA EM OUTRO KIT: A EXPLOSAO DO PEDIDO E DE UM
      *> NIVEL SO.
            MOVE WS-COD-COMPONENTE TO WS-SIT-PRODUTO
            PERFORM 0500-SITUACAO-KIT THRU 0500-SITUACAO-KIT-FIM
            IF WS-SIT-E-KIT = 'S'
               DISPLAY "*** O PRODUTO E UM KIT - NAO PODE SER "
                   "COMPONENTE ***"
               GO TO INC-002.

       INC-003.
            DISPLAY 'INFORME A QUANTIDADE POR KIT:'
            ACCEPT WS-QTDE-POR-KIT
            IF WS-QTDE-POR-KIT = ZEROS
               DISPLAY "QUANTIDADE NAO PODE SER ZERO"
               GO TO INC-003.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO INC-OPC.

       INC-WR1.
            SET WS-FS-KIT TO 0.
            OPEN I-O KITS
            IF WS-FS-KIT EQUAL 35
                OPEN OUTPUT KITS
                CLOSE KITS
                OPEN I-O KITS
                DISPLAY "* ARQUIVO KITS SENDO CRIADO *"
            END-IF

            MOVE WS-COD-KIT        TO KIT-COD-KIT
            MOVE WS-COD-COMPONENTE TO KIT-COD-COMPONENTE
            MOVE WS-QTDE-POR-KIT   TO KIT-QTDE
            MOVE WS-SIGN-OPERADOR  TO KIT-OPERADOR
            MOVE WS-HOJE-AAAAMMDD  TO KIT-DT-ALTERACAO
            WRITE REG-KIT
                INVALID KEY
                    DISPLAY "*** COMPONENTE JA ESTA NO KIT - USE A "
                        "OPCAO 3 ***"
                NOT INVALID KEY
                    DISPLAY "COMPONENTE " WS-COD-COMPONENTE
                        " INCLUIDO NO KIT " WS-COD-KIT
            END-WRITE
            CLOSE KITS
            GO TO MENU-001.
      *
      ******************************
      * ALTERACAO DA QUANTIDADE    *
      * DE UM COMPONENTE           *
      ******************************
      *
       ALT-001.
            DISPLAY "------ ALTERACAO DE COMPONENTE DO KIT ------"
            DISPLAY 'INFORME O CODIGO DO KIT:'
            ACCEPT WS-COD-KIT
            DISPLAY 'INFORME O CODIGO DO COMPONENTE:'
            ACCEPT WS-COD-COMPONENTE

            SET WS-FS-KIT TO 0.
            OPEN I-O KITS
            IF WS-FS-KIT EQUAL 35
                DISPLAY "* ARQUIVO KITS NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-KIT        TO KIT-COD-KIT
            MOVE WS-COD-COMPONENTE TO KIT-COD-COMPONENTE
            READ KITS
                INVALID KEY
                    DISPLAY "*** COMPONENTE NAO ESTA NO KIT ***"
                    CLOSE KITS
                    GO TO MENU-001
            END-READ
            DISPLAY 'QUANTIDADE POR KIT ATUAL: ' KIT-QTDE.

       ALT-002.
            DISPLAY 'INFORME A NOVA QUANTIDADE POR KIT:'
            ACCEPT WS-QTDE-POR-KIT
            IF WS-QTDE-POR-KIT = ZEROS
               DISPLAY "QUANTIDADE NAO PODE SER ZERO - PARA TIRAR O "
                   "COMPONENTE USE A OPCAO 4"
               GO TO ALT-002.

       ALT-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE KITS
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO ALT-OPC.

            MOVE WS-QTDE-POR-KIT   TO KIT-QTDE
            MOVE WS-SIGN-OPERADOR  TO KIT-OPERADOR
            MOVE WS-HOJE-AAAAMMDD  TO KIT-DT-ALTERACAO
            REWRITE REG-KIT
            CLOSE KITS
            DISPLAY "QUANTIDADE ALTERADA - VALE PARA OS PROXIMOS "
                "PEDIDOS."
            GO TO MENU-001.
      *
      ******************************
      * EXCLUSAO DE UM COMPONENTE  *
      ******************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR NAO AUTORIZADO A EXCLUIR ***"
               GO TO MENU-001.

            DISPLAY "------ EXCLUSAO DE COMPONENTE DO KIT ------"
            DISPLAY 'INFORME O CODIGO DO KIT:'
            ACCEPT WS-COD-KIT
            DISPLAY 'INFORME O CODIGO DO COMPONENTE:'
            ACCEPT WS-COD-COMPONENTE

            SET WS-FS-KIT TO 0.
            OPEN I-O KITS
            IF WS-FS-KIT EQUAL 35
                DISPLAY "* ARQUIVO KITS NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-KIT        TO KIT-COD-KIT
            MOVE WS-COD-COMPONENTE TO KIT-COD-COMPONENTE
            READ KITS
                INVALID KEY
                    DISPLAY "*** COMPONENTE NAO ESTA NO KIT ***"
                    CLOSE KITS
                    GO TO MENU-001
            END-READ
            DISPLAY 'QUANTIDADE POR KIT: ' KIT-QTDE.

       EXC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "CONFIRMA A EXCLUSAO (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* EXCLUSAO CANCELADA *"
               CLOSE KITS
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO EXC-OPC.

            DELETE KITS RECORD
                INVALID KEY
                    DISPLAY "*** ERRO NA EXCLUSAO - FILE STATUS: "
                        WS-FS-KIT
                NOT INVALID KEY
                    DISPLAY "COMPONENTE EXCLUIDO DO KIT."
            END-DELETE
            CLOSE KITS

      *> O KIT SEM NENHUM COMPONENTE VOLTA A SER VENDIDO COMO
      *> PRODUTO AVULSO - AVISA O OPERADOR.
            MOVE WS-COD-KIT TO WS-SIT-PRODUTO
            PERFORM 0500-SITUACAO-KIT THRU 0500-SITUACAO-KIT-FIM
            IF WS-SIT-QTD-COMP = ZEROS
               DISPLAY "* KIT " WS-COD-KIT " FICOU SEM COMPONENTES *"
            END-IF
            GO TO MENU-001.
      *
      ******************************
      * CONSULTA DO KIT: COMPONEN- *
      * TES, SOMA DE LISTA E CUSTO *
      ******************************
      *
       CON-001.
            DISPLAY 'INFORME O CODIGO DO KIT:'
            ACCEPT WS-COD-KIT

            SET WS-FS-PROD TO 0.
            OPEN INPUT PRODUTOS
            IF WS-FS-PROD EQUAL 35
                DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
                GO TO MENU-001.
            MOVE WS-COD-KIT TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY "*** KIT NAO CADASTRADO ***"
                    CLOSE PRODUTOS
                    GO TO MENU-001
            END-READ
            MOVE PRECO-PRODUTO TO WS-PRECO-KIT
            DISPLAY '------ KIT ' COD-PRODUTO ' ' NOME-PRODUTO
                ' ------'

            SET WS-FS-KIT TO 0.
            OPEN INPUT KITS
            IF WS-FS-KIT EQUAL 35
                DISPLAY "* ARQUIVO KITS NAO EXISTE *"
                CLOSE PRODUTOS
                GO TO MENU-001.

            MOVE ZEROS TO WS-QTD-LISTADOS
            MOVE ZEROS TO WS-VL-LISTA
            MOVE ZEROS TO WS-VL-CUSTO
            SET WS-EOF TO 0
            MOVE WS-COD-KIT TO KIT-COD-KIT
            MOVE ZEROS      TO KIT-COD-COMPONENTE
            START KITS KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            PERFORM CON-LINHA THRU CON-LINHA-FIM
                UNTIL WS-EOF = 1

            CLOSE KITS
            CLOSE PRODUTOS

            IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "* PRODUTO SEM COMPONENTES - NAO E KIT *"
               GO TO MENU-001.

            MOVE WS-PRECO-KIT TO WS-VL-EDITADO
            DISPLAY 'PRECO DO KIT..................: ' WS-VL-EDITADO
            MOVE WS-VL-LISTA TO WS-VL-EDITADO
            DISPLAY 'SOMA DOS PRECOS DE LISTA......: ' WS-VL-EDITADO
            IF WS-VL-LISTA > ZEROS
               COMPUTE WS-PCT-DESCONTO ROUNDED =
                   (1 - (WS-PRECO-KIT / WS-VL-LISTA)) * 100
               MOVE WS-PCT-DESCONTO TO WS-PCT-EDITADO
               DISPLAY 'DESCONTO DO KIT SOBRE A LISTA.: '
                   WS-PCT-EDITADO '%'
            END-IF
            MOVE WS-VL-CUSTO TO WS-VL-EDITADO
            DISPLAY 'CUSTO MEDIO DOS COMPONENTES...: ' WS-VL-EDITADO
            IF WS-PRECO-KIT < WS-VL-CUSTO
               DISPLAY '*** PRECO DO KIT ABAIXO DO CUSTO DOS '
                   'COMPONENTES ***'
            END-IF
            DISPLAY " "
            GO TO MENU-001.

       CON-LINHA.
            READ KITS NEXT RECORD
                AT END
                    MOVE 1 TO WS-EOF
                    GO TO CON-LINHA-FIM
            END-READ
            IF KIT-COD-KIT NOT EQUAL WS-COD-KIT
               MOVE 1 TO WS-EOF
               GO TO CON-LINHA-FIM.

            MOVE KIT-COD-COMPONENTE TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    MOVE '** NAO CADASTRADO **' TO NOME-PRODUTO
                    MOVE ZEROS TO PRECO-PRODUTO
                    MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
            END-READ

            COMPUTE WS-VL-LISTA = WS-VL-LISTA +
                (PRECO-PRODUTO * KIT-QTDE)
            COMPUTE WS-VL-CUSTO = WS-VL-CUSTO +
                (CUSTO-MEDIO-PRODUTO * KIT-QTDE)
            MOVE PRECO-PRODUTO       TO WS-VL-EDITADO
            MOVE CUSTO-MEDIO-PRODUTO TO WS-VL-EDITADO-2
            DISPLAY ' COMPONENTE ' KIT-COD-COMPONENTE
                ' ' NOME-PRODUTO
                ' QTDE/KIT ' KIT-QTDE
                ' LISTA ' WS-VL-EDITADO
                ' CUSTO ' WS-VL-EDITADO-2
            ADD 1 TO WS-QTD-LISTADOS.
       CON-LINHA-FIM.
            EXIT.
      *
      ******************************
      * ALTERACAO DO PRECO DO KIT  *
      ******************************
      *
       PRC-001.
            DISPLAY "-------- ALTERACAO DO PRECO DO KIT --------".
            PERFORM 0100-LE-KIT THRU 0100-LE-KIT-FIM
            IF WS-COD-KIT = ZEROS
               GO TO MENU-001.

            MOVE WS-COD-KIT TO WS-SIT-PRODUTO
            PERFORM 0500-SITUACAO-KIT THRU 0500-SITUACAO-KIT-FIM
            IF WS-SIT-E-KIT NOT = 'S'
               DISPLAY "*** PRODUTO SEM COMPONENTES - ALTERE O PRECO "
                   "NO CADASTRO DE PRODUTOS (EXERCICIO_009) ***"
               GO TO MENU-001.

       PRC-002.
            DISPLAY 'PRECO ATUAL DO KIT: ' WS-PRECO-ANTERIOR
            DISPLAY 'INFORME O NOVO PRECO DO KIT:'
            ACCEPT WS-PRECO-KIT
            IF WS-PRECO-KIT = ZEROS
               DISPLAY "PRECO NAO PODE SER ZERO"
               GO TO PRC-002.

       PRC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO PRC-OPC.

            SET WS-FS-PROD TO 0.
            OPEN I-O PRODUTOS
            MOVE WS-COD-KIT TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY "*** KIT NAO CADASTRADO ***"
                    CLOSE PRODUTOS
                    GO TO MENU-001
            END-READ

      *> O PAR ANTIGO/NOVO VAI PARA O HISTORICO DE PRECOS, COMO NO
      *> REAJUSTE DA LISTA (EXERCICIO_059).
            PERFORM 9100-GRAVA-HISTORICO THRU 9100-GRAVA-HISTORICO-FIM
            MOVE WS-PRECO-KIT TO PRECO-PRODUTO
            REWRITE REG-PRODUTO
            PERFORM 9700-GRAVA-JORNAL THRU 9700-GRAVA-JORNAL-FIM
            CLOSE PRODUTOS

            DISPLAY "PRECO DO KIT " WS-COD-KIT " ALTERADO."
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      *> LE O PRODUTO KIT: TEM DE EXISTIR, NAO PODE TER ESTOQUE NEM
      *> SER COMPONENTE DE OUTRO KIT. CODIGO ZERADO NA SAIDA = KIT
      *> RECUSADO.
       0100-LE-KIT.
            DISPLAY 'INFORME O CODIGO DO KIT:'
            ACCEPT WS-COD-KIT

            SET WS-FS-PROD TO 0.
            OPEN INPUT PRODUTOS
            IF WS-FS-PROD EQUAL 35
                DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
                MOVE ZEROS TO WS-COD-KIT
                GO TO 0100-LE-KIT-FIM
            END-IF
            MOVE WS-COD-KIT TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY "*** KIT NAO CADASTRADO - USE A OPCAO 1 "
                        "***"
                    MOVE ZEROS TO WS-COD-KIT
                NOT INVALID KEY
                    DISPLAY ' KIT: ' NOME-PRODUTO
                        ' PRECO: ' PRECO-PRODUTO
                    MOVE PRECO-PRODUTO TO WS-PRECO-ANTERIOR
                    IF ESTOQUE-PRODUTO > ZEROS
                        DISPLAY "*** PRODUTO COM ESTOQUE PROPRIO ("
                            ESTOQUE-PRODUTO ") - NAO PODE SER KIT ***"
                        MOVE ZEROS TO WS-COD-KIT
                    END-IF
            END-READ
            CLOSE PRODUTOS

            IF WS-COD-KIT = ZEROS
                GO TO 0100-LE-KIT-FIM
            END-IF

            MOVE WS-COD-KIT TO WS-SIT-PRODUTO
            PERFORM 0500-SITUACAO-KIT THRU 0500-SITUACAO-KIT-FIM
            IF WS-SIT-E-COMP = 'S'
                DISPLAY "*** PRODUTO E COMPONENTE DE OUTRO KIT - NAO "
                    "PODE SER KIT ***"
                MOVE ZEROS TO WS-COD-KIT
            END-IF.
       0100-LE-KIT-FIM.
            EXIT.
      *
      *> VARRE A ESTRUTURA: O PRODUTO E KIT (E QUANTOS COMPONENTES
      *> TEM) E/OU E COMPONENTE DE ALGUM KIT.
       0500-SITUACAO-KIT.
            MOVE 'N'   TO WS-SIT-E-KIT
            MOVE 'N'   TO WS-SIT-E-COMP
            MOVE ZEROS TO WS-SIT-QTD-COMP
            SET WS-FS-KIT TO 0.
            SET WS-EOF    TO 0.
            OPEN INPUT KITS
            IF WS-FS-KIT EQUAL 35
                GO TO 0500-SITUACAO-KIT-FIM
            END-IF

            PERFORM UNTIL WS-EOF = 1
               READ KITS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF KIT-COD-KIT EQUAL WS-SIT-PRODUTO
                           MOVE 'S' TO WS-SIT-E-KIT
                           ADD 1 TO WS-SIT-QTD-COMP
                       END-IF
                       IF KIT-COD-COMPONENTE EQUAL WS-SIT-PRODUTO
                           MOVE 'S' TO WS-SIT-E-COMP
                       END-IF
               END-READ
            END-PERFORM

            CLOSE KITS.
       0500-SITUACAO-KIT-FIM.
            EXIT.
      *
       9100-GRAVA-HISTORICO.
            SET WS-FS-HIST TO 0.
            OPEN EXTEND PRECO_HIST
            IF WS-FS-HIST EQUAL 35
                OPEN OUTPUT PRECO_HIST
            END-IF

            MOVE COD-PRODUTO      TO HIST-COD-PRODUTO
            MOVE WS-HOJE-AAAAMMDD TO HIST-DT-VIGENCIA
            MOVE PRECO-PRODUTO    TO HIST-PRECO-ANT
            MOVE WS-PRECO-KIT     TO HIST-PRECO-NOVO

            WRITE REG-PRECO-HIST

            CLOSE PRECO_HIST.
       9100-GRAVA-HISTORICO-FIM.
            EXIT.
      *
      *> ANEXA A IMAGEM POSTERIOR DO PRODUTO AO JORNAL (GRAVA_IMAGEM).
       9700-GRAVA-JORNAL.
            MOVE 'PRODUTOS'   TO WS-JR-ARQUIVO
            MOVE SPACES       TO WS-JR-CHAVE
            MOVE COD-PRODUTO  TO WS-JR-CHAVE(1:3)
            MOVE SPACES       TO WS-JR-IMAGEM
            MOVE REG-PRODUTO  TO WS-JR-IMAGEM
            CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO, WS-JR-CHAVE,
                WS-JR-IMAGEM, WS-SIGN-OPERADOR.
       9700-GRAVA-JORNAL-FIM.
            EXIT.

       END PROGRAM EXERCICIO_164.
