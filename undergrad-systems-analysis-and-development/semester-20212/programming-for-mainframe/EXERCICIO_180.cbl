      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS METAS MENSAIS DE VENDAS POR VENDEDOR
      * (ARQUIVO METAS_VENDAS, METAVEND.CPY), QUE ATE AQUI FICAVAM NO
      * CADERNO DO GERENTE DE VENDAS: META EM VALOR NO MES, NO TOTAL
      * (GRUPO EM BRANCO) OU POR GRUPO DE PRODUTO. ALEM DO CADASTRO,
      * CONSULTA, EXCLUSAO E LISTAGEM DO MES, FAZ A CARGA EM LOTE DO
      * ARQUIVO METAS_CARGA (UMA META POR LINHA), GRAVANDO OU
      * SUBSTITUINDO A META E RECUSANDO A LINHA DE VENDEDOR SEM
      * CADASTRO, MES INVALIDO OU VALOR ZERADO. O ATINGIMENTO SAI NO
      * EXERCICIO_181; A EXCLUSAO SEGUE A PERMISSAO DE EXCLUIR DO
      * OPERADOR NO SIGN-ON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_180.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS_VENDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\metas_vendas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS META-CHAVE
           FILE STATUS     IS WS-FS-META.

           SELECT METAS_CARGA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\metas_carga.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-CRG.

           SELECT VENDEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VENDEDOR
           FILE STATUS IS WS-FS-VEND.
       DATA DIVISION.
       FILE SECTION.
       FD METAS_VENDAS.
       01 REG-META-VENDA.
           COPY METAVEND.

      *> LINHA DA CARGA EM LOTE: GRUPO EM BRANCO = META TOTAL.
       FD METAS_CARGA.
       01 REG-META-CARGA.
           03 CRG-COD-VENDEDOR        PIC 9(003).
           03 CRG-ANOMES              PIC 9(006).
           03 CRG-GRUPO-PRODUTO       PIC X(003).
           03 CRG-VL-META             PIC 9(011)V9(002).

       FD VENDEDORES.
       01 REG-VENDEDOR.
           03 COD-VENDEDOR            PIC 9(03).
           03 NOME-VENDEDOR           PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-FS-META        PIC 99.
       77 WS-FS-CRG         PIC 99.
       77 WS-FS-VEND        PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 W-OPCAO           PIC 99.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-CONFIRMA       PIC X(001).
       77 WS-ANOMES-LISTA   PIC 9(006).
       77 WS-VL-TOTAL-LISTA PIC 9(013)V9(002).

      *> MES INFORMADO (AAAAMM), PARA CONFERIR O MES DE 01 A 12.
       01 WS-ANOMES-TESTE   PIC 9(006).
       01 FILLER REDEFINES WS-ANOMES-TESTE.
           03 WS-ANO-TESTE  PIC 9(004).
           03 WS-MES-TESTE  PIC 9(002).

      *> TOTAIS DE CONTROLE DA CARGA EM LOTE.
       77 WS-QTD-LIDAS      PIC 9(006).
       77 WS-QTD-INCLUIDAS  PIC 9(006).
       77 WS-QTD-ALTERADAS  PIC 9(006).
       77 WS-QTD-RECUSADAS  PIC 9(006).
       77 WS-QTD-DESTINOS   PIC 9(006).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_180'.
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
            DISPLAY '|--[ METAS MENSAIS DE VENDAS ]------|'
            DISPLAY "| 1 - CADASTRAR META                |"
            DISPLAY "| 2 - CONSULTAR META                |"
            DISPLAY "| 3 - EXCLUIR META                  |"
            DISPLAY "| 4 - LISTAR METAS DO MES           |"
            DISPLAY "| 5 - CARGA EM LOTE (METAS_CARGA)   |"
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
            IF W-OPCAO = 5
               GO TO CRG-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4, 5 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * CADASTRO DA META       *
      **************************
      *
       CAD-001.
            SET WS-FS-VEND TO 0.
            OPEN INPUT VENDEDORES
            IF WS-FS-VEND EQUAL 35
                DISPLAY "* ARQUIVO VENDEDORES NAO EXISTE *"
                GO TO MENU-001.

            SET WS-FS-META TO 0.
            OPEN I-O METAS_VENDAS
            IF WS-FS-META EQUAL 35
               OPEN OUTPUT METAS_VENDAS
               CLOSE METAS_VENDAS
               OPEN I-O METAS_VENDAS
               DISPLAY "* ARQUIVO METAS_VENDAS SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O CODIGO DO VENDEDOR:'
            ACCEPT COD-VENDEDOR
            READ VENDEDORES
                INVALID KEY
                    DISPLAY "*** VENDEDOR NAO CADASTRADO ***"
                    GO TO CAD-002
            END-READ
            DISPLAY 'VENDEDOR: ' NOME-VENDEDOR.

       CAD-003.
            MOVE COD-VENDEDOR TO META-COD-VENDEDOR
            DISPLAY 'INFORME O MES DA META (AAAAMM):'
            ACCEPT WS-ANOMES-TESTE
            IF WS-MES-TESTE < 1 OR WS-MES-TESTE > 12
               DISPLAY "*** MES INVALIDO ***"
               GO TO CAD-003.
            MOVE WS-ANOMES-TESTE TO META-ANOMES
            DISPLAY 'INFORME O GRUPO DE PRODUTO (BRANCO = META '
                'TOTAL):'
            ACCEPT META-GRUPO-PRODUTO.

       CAD-004.
            DISPLAY 'INFORME O VALOR DA META (EX: 150000,00):'
            ACCEPT META-VL-META
            IF META-VL-META = ZEROS
               DISPLAY "VALOR DA META NAO PODE SER ZERO"
               GO TO CAD-004.
            MOVE WS-SIGN-OPERADOR TO META-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO META-DT-ALTERACAO

            WRITE REG-META-VENDA
                INVALID KEY
                    REWRITE REG-META-VENDA
                    DISPLAY "* META ANTERIOR SUBSTITUIDA *"
            END-WRITE

            CLOSE METAS_VENDAS
            CLOSE VENDEDORES
            DISPLAY "META GRAVADA."
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DA META       *
      **************************
      *
       CON-001.
            SET WS-FS-META TO 0.
            OPEN INPUT METAS_VENDAS
            IF WS-FS-META EQUAL 35
                DISPLAY "* NENHUMA META CADASTRADA *"
                GO TO MENU-001.

       CON-002.
            DISPLAY 'INFORME O CODIGO DO VENDEDOR:'
            ACCEPT META-COD-VENDEDOR
            DISPLAY 'INFORME O MES DA META (AAAAMM):'
            ACCEPT META-ANOMES
            DISPLAY 'INFORME O GRUPO DE PRODUTO (BRANCO = META '
                'TOTAL):'
            ACCEPT META-GRUPO-PRODUTO

            READ METAS_VENDAS
                INVALID KEY
                    DISPLAY "*** META NAO CADASTRADA ***"
                NOT INVALID KEY
                    DISPLAY 'VALOR DA META: ' META-VL-META
                    DISPLAY 'ALTERADA POR ' META-OPERADOR
                        ' EM ' META-DT-ALTERACAO
            END-READ
            CLOSE METAS_VENDAS
            GO TO MENU-001.
      *
      **************************
      * EXCLUSAO DA META       *
      **************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR NAO AUTORIZADO A EXCLUIR ***"
               GO TO MENU-001.

            SET WS-FS-META TO 0.
            OPEN I-O METAS_VENDAS
            IF WS-FS-META EQUAL 35
                DISPLAY "* NENHUMA META CADASTRADA *"
                GO TO MENU-001.

       EXC-002.
            DISPLAY 'INFORME O CODIGO DO VENDEDOR:'
            ACCEPT META-COD-VENDEDOR
            DISPLAY 'INFORME O MES DA META (AAAAMM):'
            ACCEPT META-ANOMES
            DISPLAY 'INFORME O GRUPO DE PRODUTO (BRANCO = META '
                'TOTAL):'
            ACCEPT META-GRUPO-PRODUTO

            READ METAS_VENDAS
                INVALID KEY
                    DISPLAY "*** META NAO CADASTRADA ***"
                    CLOSE METAS_VENDAS
                    GO TO MENU-001
            END-READ

            DISPLAY 'VALOR DA META: ' META-VL-META
            DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR 's'
                DELETE METAS_VENDAS RECORD
                    INVALID KEY
                        DISPLAY "*** ERRO NA EXCLUSAO ***"
                    NOT INVALID KEY
                        DISPLAY "META EXCLUIDA."
                END-DELETE
            END-IF
            CLOSE METAS_VENDAS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS METAS DO MES  *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-META TO 0
            SET WS-CONTADOR TO 0
            MOVE ZEROS TO WS-VL-TOTAL-LISTA
            OPEN INPUT METAS_VENDAS
            IF WS-FS-META EQUAL 35
                DISPLAY "* NENHUMA META CADASTRADA *"
                GO TO MENU-001.

       LIS-002.
            DISPLAY 'INFORME O MES (AAAAMM):'
            ACCEPT WS-ANOMES-LISTA

      *> A CHAVE COMECA PELO VENDEDOR: O MES E FILTRADO NA LEITURA.
            MOVE LOW-VALUES TO META-CHAVE
            START METAS_VENDAS KEY IS NOT LESS THAN META-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            DISPLAY '-------- METAS DO MES ' WS-ANOMES-LISTA
                ' --------'
            PERFORM UNTIL WS-EOF = 1
               READ METAS_VENDAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF META-ANOMES EQUAL WS-ANOMES-LISTA
                           DISPLAY ' VENDEDOR: ' META-COD-VENDEDOR
                               ' GRUPO: ' META-GRUPO-PRODUTO
                               ' META: ' META-VL-META
                           ADD 1 TO WS-CONTADOR
                           IF META-GRUPO-PRODUTO = SPACES
                               ADD META-VL-META TO WS-VL-TOTAL-LISTA
                           END-IF
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE METAS: ' WS-CONTADOR
            DISPLAY 'SOMA DAS METAS TOTAIS: ' WS-VL-TOTAL-LISTA
            DISPLAY " "
            CLOSE METAS_VENDAS
            GO TO MENU-001.
      *
      ******************************
      * CARGA EM LOTE DAS METAS    *
      ******************************
      *
       CRG-001.
            SET WS-FS-CRG TO 0.
            OPEN INPUT METAS_CARGA
            IF WS-FS-CRG EQUAL 35
                DISPLAY "* ARQUIVO METAS_CARGA NAO EXISTE *"
                GO TO MENU-001.

            SET WS-FS-VEND TO 0.
            OPEN INPUT VENDEDORES
            IF WS-FS-VEND EQUAL 35
                DISPLAY "* ARQUIVO VENDEDORES NAO EXISTE *"
                CLOSE METAS_CARGA
                GO TO MENU-001.

            SET WS-FS-META TO 0.
            OPEN I-O METAS_VENDAS
            IF WS-FS-META EQUAL 35
               OPEN OUTPUT METAS_VENDAS
               CLOSE METAS_VENDAS
               OPEN I-O METAS_VENDAS
               DISPLAY "* ARQUIVO METAS_VENDAS SENDO CRIADO *"
            END-IF

            MOVE ZEROS TO WS-QTD-LIDAS WS-QTD-INCLUIDAS
                WS-QTD-ALTERADAS WS-QTD-RECUSADAS
            SET WS-EOF TO 0
            PERFORM CRG-002 THRU CRG-002-FIM
                UNTIL WS-EOF = 1

            CLOSE METAS_VENDAS
            CLOSE VENDEDORES
            CLOSE METAS_CARGA

            DISPLAY " "
            DISPLAY "LINHAS DA CARGA LIDAS: " WS-QTD-LIDAS
            DISPLAY "METAS INCLUIDAS: " WS-QTD-INCLUIDAS
            DISPLAY "METAS SUBSTITUIDAS: " WS-QTD-ALTERADAS
            DISPLAY "LINHAS RECUSADAS: " WS-QTD-RECUSADAS
            COMPUTE WS-QTD-DESTINOS = WS-QTD-INCLUIDAS +
                WS-QTD-ALTERADAS + WS-QTD-RECUSADAS
            IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDAS
                DISPLAY "BALANCEAMENTO DA CARGA: FAIL"
            ELSE
                DISPLAY "BALANCEAMENTO DA CARGA: PASS"
            END-IF
            DISPLAY " "
            GO TO MENU-001.
      *
       CRG-002.
            READ METAS_CARGA
            AT END
                MOVE 1 TO WS-EOF
            NOT AT END

            ADD 1 TO WS-QTD-LIDAS
            MOVE CRG-COD-VENDEDOR TO COD-VENDEDOR
            READ VENDEDORES
                INVALID KEY
                    DISPLAY " [RECUSADA] VENDEDOR " CRG-COD-VENDEDOR
                        " NAO CADASTRADO"
                    ADD 1 TO WS-QTD-RECUSADAS
                    GO TO CRG-002-FIM
            END-READ

            MOVE CRG-ANOMES TO WS-ANOMES-TESTE
            IF CRG-ANOMES NOT NUMERIC
               OR WS-MES-TESTE < 1 OR WS-MES-TESTE > 12
                DISPLAY " [RECUSADA] VENDEDOR " CRG-COD-VENDEDOR
                    " MES INVALIDO " CRG-ANOMES
                ADD 1 TO WS-QTD-RECUSADAS
                GO TO CRG-002-FIM
            END-IF

            IF CRG-VL-META NOT NUMERIC OR CRG-VL-META = ZEROS
                DISPLAY " [RECUSADA] VENDEDOR " CRG-COD-VENDEDOR
                    " MES " CRG-ANOMES " VALOR DA META INVALIDO"
                ADD 1 TO WS-QTD-RECUSADAS
                GO TO CRG-002-FIM
            END-IF

            MOVE CRG-COD-VENDEDOR  TO META-COD-VENDEDOR
            MOVE CRG-ANOMES        TO META-ANOMES
            MOVE CRG-GRUPO-PRODUTO TO META-GRUPO-PRODUTO
            MOVE CRG-VL-META       TO META-VL-META
            MOVE WS-SIGN-OPERADOR  TO META-OPERADOR
            MOVE WS-HOJE-AAAAMMDD  TO META-DT-ALTERACAO
            WRITE REG-META-VENDA
                INVALID KEY
                    REWRITE REG-META-VENDA
                    ADD 1 TO WS-QTD-ALTERADAS
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-INCLUIDAS
            END-WRITE

            END-READ.
       CRG-002-FIM.
            EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_180.
