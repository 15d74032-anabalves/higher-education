      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ENTRADA E CONFERENCIA DA NOTA FISCAL DO FORNECEDOR
      * (NOTAS_FORN, LAYOUT NOTAFORN.CPY) CONTRA O PEDIDO DE COMPRA
      * (PEDIDOS_COMPRA) E A REMESSA RECEBIDA (TITULO GRAVADO EM
      * DUPL_PAGAR PELO RECEBIMENTO, EXERCICIO_024). O OPERADOR
      * INFORMA FORNECEDOR, NUMERO E DATA DA NOTA, PEDIDO, QUANTIDADE
      * E VALOR TOTAL; A NOTA E LIGADA A UM TITULO DO PEDIDO QUE
      * AGUARDA A NOTA E O PRECO UNITARIO FATURADO E COMPARADO COM O
      * COTADO NO PEDIDO (OU, SEM COTACAO, COM O CUSTO DO
      * RECEBIMENTO) E A QUANTIDADE FATURADA COM A RECEBIDA. DIFERENCA
      * DENTRO DOS PARAMETROS TOL-NF-PRECO E TOL-NF-QTDE (PERCENTUAL,
      * PARA MAIS OU PARA MENOS) LIBERA O TITULO PARA PAGAMENTO
      * (BORDERO, EXERCICIO_091, E EXERCICIO_062); FORA DELES O
      * TITULO FICA RETIDO E SO E LIBERADO AQUI POR OPERADOR COM O
      * FLAG DE APROVACAO (OP-PODE-EXCLUIR), QUE FICA GRAVADO NA NOTA
      * E NO TITULO. O VALOR DO TITULO CONTINUA SENDO O DO
      * RECEBIMENTO. AS DIVERGENCIAS SAO LISTADAS NO EXERCICIO_155.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_154.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS_FORN ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\notas_forn.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NF-CHAVE
           FILE STATUS IS WS-FS-NF.

           SELECT PEDIDOS_COMPRA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_compra.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PC-NR-PEDIDO
           FILE STATUS IS WS-FS-PC.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-PAGAR.
       DATA DIVISION.
       FILE SECTION.
       FD NOTAS_FORN.
       01 REG-NOTA-FORN.
           COPY NOTAFORN.

       FD PEDIDOS_COMPRA.
       01 REG-PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       WORKING-STORAGE SECTION.
       77 WS-FS-NF          PIC 99.
       77 WS-FS-PC          PIC 99.
       77 WS-FS-PAGAR       PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-CONTADOR       PIC 9(005).
       77 WS-VL-TOTAL       PIC S9(013)V9(002).
       77 WS-VL-EDITADO     PIC -ZZZZZZZZZZZZ9.99.
       77 WS-PCT-EDITADO    PIC -ZZZZ9.99.
       77 WS-UNIT-EDITADO   PIC ZZZZZZ9.99.
       77 WS-NR-TITULO      PIC 9(007).
       77 WS-ACHOU          PIC X(01).
       77 WS-PCT-ABS        PIC S9(005)V9(002).
       77 WS-VL-COTADO      PIC 9(007)V9(002).

      *> TOLERANCIAS DA CONFERENCIA EM PERCENTUAL (PARAMETROS
      *> TOL-NF-PRECO E TOL-NF-QTDE); SEM ELAS A NOTA NAO E ACEITA.
       77 WS-TOL-PRECO      PIC S9(005)V9(002).
       77 WS-TOL-QTDE       PIC S9(005)V9(002).
       77 WS-PARAM-CODIGO   PIC X(012).
       77 WS-PARAM-VALOR    PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU    PIC X(001).

      *> TITULOS DO PEDIDO AGUARDANDO A NOTA, PARA O OPERADOR ESCOLHER
      *> QUANDO O PEDIDO FOI RECEBIDO EM MAIS DE UMA REMESSA.
       77 WS-QTD-TIT        PIC 9(003).
       77 WS-IDX            PIC 9(003).
       01 WS-TAB-TITULOS.
           03 WS-TIT-NR-TITULO  PIC 9(007) OCCURS 50 TIMES.

       01 WS-HOJE-AAAAMMDD  PIC 9(008).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A LIBERACAO DE
      *> TITULO RETIDO EXIGE O FLAG DE APROVACAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_154'.
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
            DISPLAY '|-----[ NOTAS FISCAIS DE FORNECEDOR ]-----|'
            DISPLAY "| 1 - ENTRADA E CONFERENCIA DA NOTA       |"
            DISPLAY "| 2 - CONSULTAR NOTA                      |"
            DISPLAY "| 3 - LIBERAR TITULO RETIDO               |"
            DISPLAY "| 4 - TITULOS AGUARDANDO A NOTA           |"
            DISPLAY "| 99 - SAIR                               |"
            DISPLAY '|-----------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO ENT-001.
            IF W-OPCAO = 2
               GO TO CON-001.
            IF W-OPCAO = 3
               GO TO LIB-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************************
      * ENTRADA DA NOTA DO FORNECEDOR E    *
      * CONFERENCIA CONTRA O PEDIDO E A    *
      * REMESSA RECEBIDA                   *
      **************************************
      *
       ENT-001.
            MOVE 'TOL-NF-PRECO' TO WS-PARAM-CODIGO
            CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                WS-PARAM-VALOR, WS-PARAM-ACHOU
            IF WS-PARAM-ACHOU NOT EQUAL 'S'
                DISPLAY "*** PARAMETRO TOL-NF-PRECO NAO CADASTRADO "
                    "EM PARAMETROS - NOTA NAO ACEITA ***"
                GO TO MENU-001.
            MOVE WS-PARAM-VALOR TO WS-TOL-PRECO
            MOVE 'TOL-NF-QTDE' TO WS-PARAM-CODIGO
            CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                WS-PARAM-VALOR, WS-PARAM-ACHOU
            IF WS-PARAM-ACHOU NOT EQUAL 'S'
                DISPLAY "*** PARAMETRO TOL-NF-QTDE NAO CADASTRADO "
                    "EM PARAMETROS - NOTA NAO ACEITA ***"
                GO TO MENU-001.
            MOVE WS-PARAM-VALOR TO WS-TOL-QTDE

            SET WS-FS-PAGAR TO 0.
            OPEN I-O DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE - NENHUM "
                    "RECEBIMENTO A CONFERIR *"
                GO TO MENU-001.

            SET WS-FS-NF TO 0.
            OPEN I-O NOTAS_FORN
            IF WS-FS-NF EQUAL 35
               OPEN OUTPUT NOTAS_FORN
               CLOSE NOTAS_FORN
               OPEN I-O NOTAS_FORN
               DISPLAY "* ARQUIVO NOTAS_FORN SENDO CRIADO *"
            END-IF.

            DISPLAY "-------- ENTRADA DA NOTA DO FORNECEDOR --------"
            INITIALIZE REG-NOTA-FORN
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT NF-COD-FORNECEDOR
            DISPLAY 'INFORME O NUMERO DA NOTA:'
            ACCEPT NF-NR-NOTA
            READ NOTAS_FORN
                NOT INVALID KEY
                    DISPLAY "*** NOTA JA REGISTRADA PARA O "
                        "FORNECEDOR - TITULO " NF-NR-TITULO " ***"
                    CLOSE NOTAS_FORN DUPL_PAGAR
                    GO TO MENU-001
            END-READ.

       ENT-002.
            DISPLAY 'INFORME A DATA DE EMISSAO DA NOTA (AAAAMMDD):'
            ACCEPT NF-DT-EMISSAO
            IF NF-DT-EMISSAO EQUAL ZEROS OR
               NF-DT-EMISSAO > WS-HOJE-AAAAMMDD
               DISPLAY "*** DATA DE EMISSAO INVALIDA ***"
               GO TO ENT-002.

            DISPLAY 'INFORME O NUMERO DO PEDIDO DE COMPRA:'
            ACCEPT NF-NR-PEDIDO
            SET WS-FS-PC TO 0.
            OPEN INPUT PEDIDOS_COMPRA
            IF WS-FS-PC EQUAL 35
                DISPLAY "* ARQUIVO PEDIDOS_COMPRA NAO EXISTE *"
                CLOSE NOTAS_FORN DUPL_PAGAR
                GO TO MENU-001.
            MOVE NF-NR-PEDIDO TO PC-NR-PEDIDO
            READ PEDIDOS_COMPRA
                INVALID KEY
                    DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
                    CLOSE PEDIDOS_COMPRA NOTAS_FORN DUPL_PAGAR
                    GO TO MENU-001
            END-READ
            MOVE PC-VL-COTADO TO WS-VL-COTADO
            CLOSE PEDIDOS_COMPRA
            IF PC-COD-FORNECEDOR NOT EQUAL NF-COD-FORNECEDOR
                DISPLAY "*** PEDIDO E DO FORNECEDOR " PC-COD-FORNECEDOR
                    " - NOTA RECUSADA ***"
                CLOSE NOTAS_FORN DUPL_PAGAR
                GO TO MENU-001.

            PERFORM 5000-TITULOS-DO-PEDIDO
                THRU 5000-TITULOS-DO-PEDIDO-FIM
            IF WS-QTD-TIT EQUAL ZEROS
                DISPLAY "*** NENHUM RECEBIMENTO DO PEDIDO AGUARDANDO "
                    "NOTA - NAO SE FATURA O QUE NAO FOI RECEBIDO ***"
                CLOSE NOTAS_FORN DUPL_PAGAR
                GO TO MENU-001.
            IF WS-QTD-TIT EQUAL 1
                MOVE WS-TIT-NR-TITULO(1) TO WS-NR-TITULO
                GO TO ENT-004.

       ENT-003.
            DISPLAY 'INFORME O TITULO (REMESSA) A QUE A NOTA SE REFERE:'
            ACCEPT WS-NR-TITULO
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-TIT
                IF WS-TIT-NR-TITULO(WS-IDX) EQUAL WS-NR-TITULO
                    MOVE 'S' TO WS-ACHOU
                END-IF
            END-PERFORM
            IF WS-ACHOU NOT EQUAL 'S'
                DISPLAY "*** TITULO NAO ESTA NA LISTA ***"
                GO TO ENT-003.

       ENT-004.
            MOVE WS-NR-TITULO TO PAG-NR-TITULO
            READ DUPL_PAGAR
                INVALID KEY
                    DISPLAY "*** TITULO NAO ENCONTRADO ***"
                    CLOSE NOTAS_FORN DUPL_PAGAR
                    GO TO MENU-001
            END-READ
            MOVE PAG-NR-TITULO     TO NF-NR-TITULO
            MOVE PAG-QTDE-RECEBIDA TO NF-QTDE-RECEBIDA.

       ENT-005.
            DISPLAY 'INFORME A QUANTIDADE FATURADA:'
            ACCEPT NF-QTDE
            IF NF-QTDE EQUAL ZEROS
               DISPLAY "*** QUANTIDADE INVALIDA ***"
               GO TO ENT-005.

       ENT-006.
            DISPLAY 'INFORME O VALOR TOTAL DA NOTA:'
            ACCEPT NF-VL-NOTA
            IF NF-VL-NOTA NOT > ZEROS
               DISPLAY "*** VALOR INVALIDO ***"
               GO TO ENT-006.

            PERFORM 5100-CONFERE-NOTA THRU 5100-CONFERE-NOTA-FIM
            PERFORM 5200-MOSTRA-NOTA THRU 5200-MOSTRA-NOTA-FIM
            IF NF-CONF-DIVERGENTE
               DISPLAY "*** FORA DA TOLERANCIA - O TITULO FICARA "
                   "RETIDO ATE SER LIBERADO ***"
            ELSE
               DISPLAY "* DENTRO DA TOLERANCIA - O TITULO SERA "
                   "LIBERADO PARA PAGAMENTO *"
            END-IF.

       ENT-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE NOTAS_FORN DUPL_PAGAR
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO ENT-OPC.

            MOVE WS-SIGN-OPERADOR TO NF-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO NF-DT-ENTRADA
            MOVE SPACES           TO NF-OPERADOR-LIBER
            MOVE ZEROS            TO NF-DT-LIBERACAO
            WRITE REG-NOTA-FORN
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DA NOTA - FILE "
                        "STATUS: " WS-FS-NF
                    CLOSE NOTAS_FORN DUPL_PAGAR
                    GO TO MENU-001
            END-WRITE

            MOVE NF-ST-CONFERENCIA TO PAG-ST-CONFERENCIA
            MOVE NF-NR-NOTA        TO PAG-NR-NOTA-FORN
            REWRITE REG-DUPL-PAGAR
                INVALID KEY
                    DISPLAY "*** ERRO NA ATUALIZACAO DO TITULO - "
                        "FILE STATUS: " WS-FS-PAGAR
                NOT INVALID KEY
                    DISPLAY "*** NOTA REGISTRADA - TITULO "
                        PAG-NR-TITULO " SITUACAO "
                        PAG-ST-CONFERENCIA " ***"
            END-REWRITE
            CLOSE NOTAS_FORN DUPL_PAGAR
            GO TO MENU-001.
      *
      ******************************
      * CONSULTA DE UMA NOTA       *
      ******************************
      *
       CON-001.
            SET WS-FS-NF TO 0.
            OPEN INPUT NOTAS_FORN
            IF WS-FS-NF EQUAL 35
                DISPLAY "* ARQUIVO NOTAS_FORN NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT NF-COD-FORNECEDOR
            DISPLAY 'INFORME O NUMERO DA NOTA:'
            ACCEPT NF-NR-NOTA
            READ NOTAS_FORN
                INVALID KEY
                    DISPLAY "*** NOTA NAO ENCONTRADA ***"
                NOT INVALID KEY
                    PERFORM 5200-MOSTRA-NOTA THRU 5200-MOSTRA-NOTA-FIM
                    DISPLAY ' ENTRADA POR ' NF-OPERADOR
                        ' EM ' NF-DT-ENTRADA
                    IF NF-CONF-APROVADA
                        DISPLAY ' DIVERGENCIA LIBERADA POR '
                            NF-OPERADOR-LIBER ' EM ' NF-DT-LIBERACAO
                    END-IF
            END-READ
            CLOSE NOTAS_FORN
            GO TO MENU-001.
      *
      **************************************
      * LIBERACAO DE TITULO RETIDO POR     *
      * NOTA DIVERGENTE (FLAG DE APROVACAO)*
      **************************************
      *
       LIB-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

            SET WS-FS-NF TO 0.
            OPEN I-O NOTAS_FORN
            IF WS-FS-NF EQUAL 35
                DISPLAY "* ARQUIVO NOTAS_FORN NAO EXISTE *"
                GO TO MENU-001.
            SET WS-FS-PAGAR TO 0.
            OPEN I-O DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE *"
                CLOSE NOTAS_FORN
                GO TO MENU-001.

            DISPLAY '-------- LIBERACAO DE TITULO RETIDO --------'
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT NF-COD-FORNECEDOR
            DISPLAY 'INFORME O NUMERO DA NOTA:'
            ACCEPT NF-NR-NOTA
            READ NOTAS_FORN
                INVALID KEY
                    DISPLAY "*** NOTA NAO ENCONTRADA ***"
                    CLOSE NOTAS_FORN DUPL_PAGAR
                    GO TO MENU-001
            END-READ
            IF NOT NF-CONF-DIVERGENTE
                DISPLAY "*** NOTA NAO ESTA DIVERGENTE (SITUACAO "
                    NF-ST-CONFERENCIA ") - NADA A LIBERAR ***"
                CLOSE NOTAS_FORN DUPL_PAGAR
                GO TO MENU-001.

            MOVE NF-NR-TITULO TO PAG-NR-TITULO
            READ DUPL_PAGAR
                INVALID KEY
                    DISPLAY "*** TITULO " NF-NR-TITULO
                        " NAO ENCONTRADO ***"
                    CLOSE NOTAS_FORN DUPL_PAGAR
                    GO TO MENU-001
            END-READ

            PERFORM 5200-MOSTRA-NOTA THRU 5200-MOSTRA-NOTA-FIM
            MOVE PAG-VL-TITULO TO WS-VL-EDITADO
            DISPLAY ' VALOR DO TITULO A PAGAR: ' WS-VL-EDITADO.

       LIB-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "LIBERA O TITULO PARA PAGAMENTO (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* TITULO CONTINUA RETIDO *"
               CLOSE NOTAS_FORN DUPL_PAGAR
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO LIB-OPC.

            SET NF-CONF-APROVADA TO TRUE
            MOVE WS-SIGN-OPERADOR TO NF-OPERADOR-LIBER
            MOVE WS-HOJE-AAAAMMDD TO NF-DT-LIBERACAO
            REWRITE REG-NOTA-FORN
            END-REWRITE

            SET PAG-CONF-APROVADO TO TRUE
            MOVE WS-SIGN-OPERADOR TO PAG-OPERADOR-LIBER
            MOVE WS-HOJE-AAAAMMDD TO PAG-DT-LIBERACAO
            REWRITE REG-DUPL-PAGAR
            END-REWRITE
            CLOSE NOTAS_FORN DUPL_PAGAR
            DISPLAY "*** TITULO " PAG-NR-TITULO " LIBERADO ***"
            GO TO MENU-001.
      *
      **************************************
      * TITULOS DE RECEBIMENTO AGUARDANDO  *
      * A NOTA DO FORNECEDOR               *
      **************************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-PAGAR TO 0
            SET WS-CONTADOR TO 0
            MOVE ZEROS TO WS-VL-TOTAL
            OPEN INPUT DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '-------- TITULOS AGUARDANDO A NOTA --------'
            PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PAG-ST-TITULO EQUAL "NAO" AND
                           PAG-CONF-AGUARDA-NOTA
                           MOVE PAG-VL-TITULO TO WS-VL-EDITADO
                           DISPLAY ' TITULO: ' PAG-NR-TITULO
                               ' FORN: ' PAG-COD-FORNECEDOR
                               ' PEDIDO: ' PAG-NR-PEDIDO
                               ' EMISSAO: ' PAG-DT-EMISSAO
                               ' QTDE: ' PAG-QTDE-RECEBIDA
                               ' VALOR: ' WS-VL-EDITADO
                           ADD 1 TO WS-CONTADOR
                           ADD PAG-VL-TITULO TO WS-VL-TOTAL
                       END-IF
               END-READ
            END-PERFORM
            MOVE WS-VL-TOTAL TO WS-VL-EDITADO
            DISPLAY 'TITULOS AGUARDANDO A NOTA: ' WS-CONTADOR
                ' VALOR RETIDO: ' WS-VL-EDITADO
            DISPLAY " "
            CLOSE DUPL_PAGAR
            GO TO MENU-001.

       ROT-FIM.
            STOP RUN.
      *
      *> TITULOS EM ABERTO DO PEDIDO QUE AGUARDAM A NOTA. DUPL_PAGAR
      *> E LIDO PELA CHAVE DE TITULO, ENTAO O PEDIDO E PROCURADO EM
      *> TODO O ARQUIVO, COMO NA DEVOLUCAO DE COMPRA (EXERCICIO_095).
       5000-TITULOS-DO-PEDIDO.
            MOVE ZEROS TO WS-QTD-TIT
            SET WS-EOF TO 0
            MOVE ZEROS TO PAG-NR-TITULO
            START DUPL_PAGAR KEY IS NOT LESS THAN PAG-NR-TITULO
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PAG-NR-PEDIDO EQUAL NF-NR-PEDIDO AND
                           PAG-ST-TITULO EQUAL "NAO" AND
                           PAG-CONF-AGUARDA-NOTA AND
                           WS-QTD-TIT < 50
                           ADD 1 TO WS-QTD-TIT
                           MOVE PAG-NR-TITULO
                               TO WS-TIT-NR-TITULO(WS-QTD-TIT)
                           MOVE PAG-VL-TITULO TO WS-VL-EDITADO
                           DISPLAY ' TITULO: ' PAG-NR-TITULO
                               ' RECEBIDO EM: ' PAG-DT-EMISSAO
                               ' QTDE: ' PAG-QTDE-RECEBIDA
                               ' VALOR: ' WS-VL-EDITADO
                       END-IF
               END-READ
            END-PERFORM.
       5000-TITULOS-DO-PEDIDO-FIM.
            EXIT.
      *
      *> PRECO DE REFERENCIA: O COTADO NO PEDIDO OU, SEM COTACAO, O
      *> CUSTO UNITARIO DA REMESSA (VALOR DO TITULO / QUANTIDADE).
      *> AS DIFERENCAS VALEM PARA MAIS E PARA MENOS.
       5100-CONFERE-NOTA.
            COMPUTE NF-VL-UNIT ROUNDED = NF-VL-NOTA / NF-QTDE
            IF WS-VL-COTADO > ZEROS
                MOVE WS-VL-COTADO TO NF-VL-UNIT-REF
            ELSE
                IF NF-QTDE-RECEBIDA > ZEROS
                    COMPUTE NF-VL-UNIT-REF ROUNDED =
                        PAG-VL-TITULO / NF-QTDE-RECEBIDA
                ELSE
                    MOVE ZEROS TO NF-VL-UNIT-REF
                END-IF
            END-IF

            IF NF-VL-UNIT-REF > ZEROS
                COMPUTE NF-PCT-DIF-PRECO ROUNDED =
                    (NF-VL-UNIT - NF-VL-UNIT-REF) * 100 /
                    NF-VL-UNIT-REF
                    ON SIZE ERROR
                        MOVE 99999.99 TO NF-PCT-DIF-PRECO
                END-COMPUTE
            ELSE
                MOVE 99999.99 TO NF-PCT-DIF-PRECO
            END-IF

            IF NF-QTDE-RECEBIDA > ZEROS
                COMPUTE NF-PCT-DIF-QTDE ROUNDED =
                    (NF-QTDE - NF-QTDE-RECEBIDA) * 100 /
                    NF-QTDE-RECEBIDA
                    ON SIZE ERROR
                        MOVE 99999.99 TO NF-PCT-DIF-QTDE
                END-COMPUTE
            ELSE
                MOVE 99999.99 TO NF-PCT-DIF-QTDE
            END-IF

            SET NF-CONF-LIBERADA TO TRUE
            MOVE NF-PCT-DIF-PRECO TO WS-PCT-ABS
            IF WS-PCT-ABS < ZEROS
                MULTIPLY -1 BY WS-PCT-ABS
            END-IF
            IF WS-PCT-ABS > WS-TOL-PRECO
                SET NF-CONF-DIVERGENTE TO TRUE
            END-IF
            MOVE NF-PCT-DIF-QTDE TO WS-PCT-ABS
            IF WS-PCT-ABS < ZEROS
                MULTIPLY -1 BY WS-PCT-ABS
            END-IF
            IF WS-PCT-ABS > WS-TOL-QTDE
                SET NF-CONF-DIVERGENTE TO TRUE
            END-IF.
       5100-CONFERE-NOTA-FIM.
            EXIT.
      *
       5200-MOSTRA-NOTA.
            DISPLAY ' FORNECEDOR: ' NF-COD-FORNECEDOR
                ' NOTA: ' NF-NR-NOTA ' EMISSAO: ' NF-DT-EMISSAO
            DISPLAY ' PEDIDO: ' NF-NR-PEDIDO
                ' TITULO: ' NF-NR-TITULO
            MOVE NF-VL-NOTA TO WS-VL-EDITADO
            DISPLAY ' VALOR DA NOTA: ' WS-VL-EDITADO
            MOVE NF-VL-UNIT TO WS-UNIT-EDITADO
            DISPLAY ' PRECO FATURADO: ' WS-UNIT-EDITADO
            MOVE NF-VL-UNIT-REF TO WS-UNIT-EDITADO
            MOVE NF-PCT-DIF-PRECO TO WS-PCT-EDITADO
            DISPLAY ' PRECO DE REFERENCIA: ' WS-UNIT-EDITADO
                ' DIFERENCA %: ' WS-PCT-EDITADO
            DISPLAY ' QTDE FATURADA: ' NF-QTDE
                ' QTDE RECEBIDA: ' NF-QTDE-RECEBIDA
            MOVE NF-PCT-DIF-QTDE TO WS-PCT-EDITADO
            DISPLAY ' DIFERENCA DE QUANTIDADE %: ' WS-PCT-EDITADO
            DISPLAY ' SITUACAO: ' NF-ST-CONFERENCIA
                ' (L = LIBERADA, D = DIVERGENTE, A = LIBERADA COM '
                'APROVACAO)'.
       5200-MOSTRA-NOTA-FIM.
            EXIT.

       END PROGRAM EXERCICIO_154.
