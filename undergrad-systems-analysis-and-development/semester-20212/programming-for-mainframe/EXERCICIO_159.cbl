      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RATEIO DOS CUSTOS ADICIONAIS DE COMPRA (FRETE, SEGURO,
      * DESPESAS DE IMPORTACAO) NO CUSTO MEDIO DOS PRODUTOS. O
      * OPERADOR INFORMA O DOCUMENTO DA TRANSPORTADORA (FORNECEDOR
      * CADASTRADO EM FORNECEDORES, NUMERO, TIPO E VALOR), O CRITERIO
      * DE RATEIO - PELO VALOR RECEBIDO (SOMA DOS TITULOS DE COMPRA DO
      * PEDIDO EM DUPL_PAGAR, OU QUANTIDADE RECEBIDA X PRECO COTADO)
      * OU PELA QUANTIDADE RECEBIDA - E OS PEDIDOS RECEBIDOS A QUE O
      * DOCUMENTO SE REFERE (ATE 20). CADA PEDIDO RECEBE SUA PARCELA
      * (A ULTIMA FICA COM A SOBRA DO ARREDONDAMENTO) E A PARTE DELA
      * PROPORCIONAL AO QUE AINDA ESTA EM ESTOQUE ENTRA NO CUSTO MEDIO
      * DO PRODUTO (CUSTO-MEDIO-PRODUTO, QUE VALORIZA A MARGEM DE
      * EXERCICIO_060 E A CURVA ABC DE EXERCICIO_097). O DOCUMENTO VIRA
      * UM TITULO A PAGAR DE COMPRA ('C', SEM PEDIDO E SEM CONFERENCIA
      * DE NOTA) PARA A TRANSPORTADORA, E O RATEIO FICA EM CUSTOS_ADIC
      * (CUSTADIC.CPY) COM O CUSTO ANTES E DEPOIS, LISTADO NO
      * EXERCICIO_160. MES CONTABIL FECHADO RECUSA O RATEIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_159.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOS_ADIC ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\custos_adic.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAD-CHAVE
           FILE STATUS IS WS-FS-CAD.

           SELECT PEDIDOS_COMPRA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_compra.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PC-NR-PEDIDO
           FILE STATUS IS WS-FS-PC.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-PAGAR.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOS_ADIC.
       01 REG-CUSTO-ADIC.
           COPY CUSTADIC.

       FD PEDIDOS_COMPRA.
       01 REG-PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CAD         PIC 99.
       77 WS-FS-PC          PIC 99.
       77 WS-FS-PROD        PIC 99.
       77 WS-FS-PAGAR       PIC 99.
       77 WS-FS-FORN        PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-ACHOU          PIC X(01).
       77 WS-NR-TITULO      PIC 9(007).
       77 WS-NR-PEDIDO      PIC 9(007).
       77 WS-DT-VENC-TITULO PIC 9(008).
       77 WS-VL-EDITADO     PIC -ZZZZZZZZZZZZ9.99.
       77 WS-CUSTO-EDITADO  PIC ZZZZZZ9.99.
       77 WS-CUSTO-EDIT-DEP PIC ZZZZZZ9.99.
       77 WS-CONTADOR       PIC 9(003).

      *> DOCUMENTO EM DIGITACAO (CHAVE SEM O PEDIDO) E SEUS TOTAIS.
       77 WS-COD-FORNECEDOR PIC 9(005).
       77 WS-NR-DOCUMENTO   PIC 9(009).
       77 WS-TIPO-CUSTO     PIC X(001).
       77 WS-CRITERIO       PIC X(001).
       77 WS-VL-DOCUMENTO   PIC S9(013)V9(002).
       77 WS-VL-BASE-TOTAL  PIC S9(013)V9(002).
       77 WS-VL-DISTRIBUIDO PIC S9(013)V9(002).
       77 WS-VL-CAPITALIZADO PIC S9(013)V9(002).
       77 WS-CUSTO-DEPOIS   PIC 9(007)V9(002).
       77 WS-VL-TOT-CAPIT   PIC S9(013)V9(002).

      *> PEDIDOS DO DOCUMENTO, COM A BASE E A PARCELA DO RATEIO.
       77 WS-QTD-PED        PIC 9(002) VALUE ZEROS.
       77 WS-IDX            PIC 9(002).
       01 WS-TAB-PEDIDOS.
           03 WS-TP-ITEM OCCURS 20 TIMES.
              05 WS-TP-NR-PEDIDO       PIC 9(007).
              05 WS-TP-COD-PRODUTO     PIC 9(003).
              05 WS-TP-QTDE-RECEBIDA   PIC 9(009).
              05 WS-TP-VL-COTADO       PIC 9(007)V9(002).
              05 WS-TP-VL-BASE         PIC S9(013)V9(002).
              05 WS-TP-VL-RATEADO      PIC S9(013)V9(002).

       01 WS-HOJE-AAAAMMDD  PIC 9(008).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK).
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM): A
      *> TROCA DO CUSTO MEDIO VAI PARA O ROLL-FORWARD (EXERCICIO_122).
       77 WS-JR-ARQUIVO    PIC X(012).
       77 WS-JR-CHAVE      PIC X(020).
       77 WS-JR-IMAGEM     PIC X(150).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_159'.
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
            DISPLAY '|-----[ CUSTOS ADICIONAIS DE COMPRA ]-----|'
            DISPLAY "| 1 - RATEAR DOCUMENTO DE CUSTO ADICIONAL |"
            DISPLAY "| 2 - CONSULTAR DOCUMENTO                 |"
            DISPLAY "| 99 - SAIR                               |"
            DISPLAY '|-----------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO RAT-001.
            IF W-OPCAO = 2
               GO TO CON-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************************
      * RATEIO DE UM DOCUMENTO DE FRETE,   *
      * SEGURO OU IMPORTACAO ENTRE OS      *
      * PEDIDOS RECEBIDOS                  *
      **************************************
      *
       RAT-001.
      *> CUSTO, TITULO E RATEIO ANDAM JUNTOS: MES FECHADO RECUSA TUDO.
            MOVE WS-HOJE-AAAAMMDD TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
            IF WS-PC-RESULTADO EQUAL 'F'
                DISPLAY "*** MES CONTABIL DE HOJE JA FECHADO "
                    "(EXERCICIO_090) - RATEIO RECUSADO ***"
                GO TO MENU-001.

            SET WS-FS-PC TO 0.
            OPEN INPUT PEDIDOS_COMPRA
            IF WS-FS-PC EQUAL 35
                DISPLAY "* ARQUIVO PEDIDOS_COMPRA NAO EXISTE - NENHUM "
                    "RECEBIMENTO A RATEAR *"
                GO TO MENU-001.

            SET WS-FS-CAD TO 0.
            OPEN I-O CUSTOS_ADIC
            IF WS-FS-CAD EQUAL 35
               OPEN OUTPUT CUSTOS_ADIC
               CLOSE CUSTOS_ADIC
               OPEN I-O CUSTOS_ADIC
               DISPLAY "* ARQUIVO CUSTOS_ADIC SENDO CRIADO *"
            END-IF.

            DISPLAY "------ RATEIO DE CUSTO ADICIONAL DE COMPRA ------"
            MOVE ZEROS TO WS-QTD-PED
            INITIALIZE WS-TAB-PEDIDOS.

       RAT-002.
            DISPLAY 'INFORME O CODIGO DA TRANSPORTADORA (FORNECEDOR):'
            ACCEPT WS-COD-FORNECEDOR
            OPEN INPUT FORNECEDORES
            MOVE WS-COD-FORNECEDOR TO FORN-COD-FORNECEDOR
            READ FORNECEDORES
                INVALID KEY
                    CLOSE FORNECEDORES
                    DISPLAY "FORNECEDOR NAO CADASTRADO"
                    GO TO RAT-002
                NOT INVALID KEY
                    DISPLAY ' ' FORN-NOME-FORNECEDOR
                    CLOSE FORNECEDORES
            END-READ.

       RAT-003.
            DISPLAY 'INFORME O NUMERO DO DOCUMENTO (CONHECIMENTO/NOTA):'
            ACCEPT WS-NR-DOCUMENTO
            IF WS-NR-DOCUMENTO = ZEROS
               DISPLAY "NUMERO NAO PODE SER EM BRANCO"
               GO TO RAT-003.

      *> O MESMO DOCUMENTO NAO PODE SER RATEADO DUAS VEZES.
            MOVE WS-COD-FORNECEDOR TO CAD-COD-FORNECEDOR
            MOVE WS-NR-DOCUMENTO   TO CAD-NR-DOCUMENTO
            MOVE ZEROS             TO CAD-NR-PEDIDO
            MOVE 'N' TO WS-ACHOU
            START CUSTOS_ADIC KEY IS NOT LESS THAN CAD-CHAVE
                NOT INVALID KEY
                    READ CUSTOS_ADIC NEXT RECORD
                        NOT AT END
                            IF CAD-COD-FORNECEDOR = WS-COD-FORNECEDOR
                               AND CAD-NR-DOCUMENTO = WS-NR-DOCUMENTO
                                MOVE 'S' TO WS-ACHOU
                            END-IF
                    END-READ
            END-START
            IF WS-ACHOU EQUAL 'S'
                DISPLAY "*** DOCUMENTO JA RATEADO - TITULO "
                    CAD-NR-TITULO " ***"
                CLOSE CUSTOS_ADIC PEDIDOS_COMPRA
                GO TO MENU-001.

       RAT-004.
            DISPLAY 'TIPO DO CUSTO (F=FRETE S=SEGURO I=IMPORTACAO '
                'O=OUTROS):'
            ACCEPT WS-TIPO-CUSTO
            MOVE WS-TIPO-CUSTO TO CAD-TIPO-CUSTO
            IF NOT CAD-TIPO-VALIDO
               DISPLAY "*** DIGITE APENAS F, S, I OU O ***"
               GO TO RAT-004.

       RAT-005.
            DISPLAY 'INFORME O VALOR TOTAL DO DOCUMENTO:'
            ACCEPT WS-VL-DOCUMENTO
            IF WS-VL-DOCUMENTO NOT > ZEROS
               DISPLAY "*** VALOR INVALIDO ***"
               GO TO RAT-005.

       RAT-006.
            DISPLAY 'CRITERIO DE RATEIO (V=VALOR RECEBIDO '
                'Q=QUANTIDADE):'
            ACCEPT WS-CRITERIO
            IF WS-CRITERIO NOT = 'V' AND 'Q'
               DISPLAY "*** DIGITE APENAS V OU Q ***"
               GO TO RAT-006.

       RAT-007.
            DISPLAY 'INFORME O PEDIDO RECEBIDO (0 = FIM DA LISTA):'
            ACCEPT WS-NR-PEDIDO
            IF WS-NR-PEDIDO = ZEROS
               GO TO RAT-008.
            IF WS-QTD-PED NOT < 20
               DISPLAY "*** LIMITE DE 20 PEDIDOS POR DOCUMENTO ***"
               GO TO RAT-008.

            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PED
                IF WS-TP-NR-PEDIDO(WS-IDX) EQUAL WS-NR-PEDIDO
                    MOVE 'S' TO WS-ACHOU
                END-IF
            END-PERFORM
            IF WS-ACHOU EQUAL 'S'
               DISPLAY "*** PEDIDO JA INFORMADO ***"
               GO TO RAT-007.

            MOVE WS-NR-PEDIDO TO PC-NR-PEDIDO
            READ PEDIDOS_COMPRA
                INVALID KEY
                    DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
                    GO TO RAT-007
            END-READ
            IF PC-QTDE-RECEBIDA = ZEROS
               DISPLAY "*** PEDIDO AINDA SEM RECEBIMENTO ***"
               GO TO RAT-007.

            ADD 1 TO WS-QTD-PED
            MOVE PC-NR-PEDIDO     TO WS-TP-NR-PEDIDO(WS-QTD-PED)
            MOVE PC-COD-PRODUTO   TO WS-TP-COD-PRODUTO(WS-QTD-PED)
            MOVE PC-QTDE-RECEBIDA TO WS-TP-QTDE-RECEBIDA(WS-QTD-PED)
            MOVE PC-VL-COTADO     TO WS-TP-VL-COTADO(WS-QTD-PED)
            DISPLAY ' PRODUTO: ' PC-COD-PRODUTO
                ' QTDE RECEBIDA: ' PC-QTDE-RECEBIDA
            GO TO RAT-007.

       RAT-008.
            CLOSE PEDIDOS_COMPRA
            IF WS-QTD-PED = ZEROS
               DISPLAY "*** NENHUM PEDIDO INFORMADO - RATEIO "
                   "CANCELADO ***"
               CLOSE CUSTOS_ADIC
               GO TO MENU-001.

            PERFORM 2000-CALCULA-BASE THRU 2000-CALCULA-BASE-FIM
            IF WS-VL-BASE-TOTAL NOT > ZEROS
               DISPLAY "*** PEDIDOS SEM VALOR RECEBIDO - USE O "
                   "RATEIO POR QUANTIDADE ***"
               CLOSE CUSTOS_ADIC
               GO TO MENU-001.

            PERFORM 2100-RATEIA THRU 2100-RATEIA-FIM
            PERFORM 2200-MOSTRA-RATEIO THRU 2200-MOSTRA-RATEIO-FIM.

       RAT-009.
            DISPLAY 'INFORME O VENCIMENTO DO TITULO (AAAAMMDD)'
            ACCEPT WS-DT-VENC-TITULO
            IF WS-DT-VENC-TITULO < WS-HOJE-AAAAMMDD
               DISPLAY "*** VENCIMENTO ANTERIOR A HOJE ***"
               GO TO RAT-009.

       RAT-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE CUSTOS_ADIC
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO RAT-OPC.

            PERFORM 3000-GRAVA-TITULO THRU 3000-GRAVA-TITULO-FIM

            MOVE ZEROS TO WS-VL-TOT-CAPIT
            OPEN I-O PRODUTOS
            PERFORM 3100-APLICA-PEDIDO THRU 3100-APLICA-PEDIDO-FIM
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PED
            CLOSE PRODUTOS
            CLOSE CUSTOS_ADIC

            MOVE WS-VL-TOT-CAPIT TO WS-VL-EDITADO
            DISPLAY "*** RATEIO GRAVADO - TITULO " WS-NR-TITULO
                " - CAPITALIZADO NO ESTOQUE: " WS-VL-EDITADO " ***"
            GO TO MENU-001.
      *
      ******************************
      * CONSULTA DE UM DOCUMENTO   *
      ******************************
      *
       CON-001.
            SET WS-FS-CAD TO 0.
            OPEN INPUT CUSTOS_ADIC
            IF WS-FS-CAD EQUAL 35
                DISPLAY "* ARQUIVO CUSTOS_ADIC NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DA TRANSPORTADORA (FORNECEDOR):'
            ACCEPT WS-COD-FORNECEDOR
            DISPLAY 'INFORME O NUMERO DO DOCUMENTO:'
            ACCEPT WS-NR-DOCUMENTO
            MOVE WS-COD-FORNECEDOR TO CAD-COD-FORNECEDOR
            MOVE WS-NR-DOCUMENTO   TO CAD-NR-DOCUMENTO
            MOVE ZEROS             TO CAD-NR-PEDIDO
            MOVE ZEROS             TO WS-CONTADOR
            SET WS-EOF TO 0
            START CUSTOS_ADIC KEY IS NOT LESS THAN CAD-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 1
               READ CUSTOS_ADIC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CAD-COD-FORNECEDOR NOT = WS-COD-FORNECEDOR
                          OR CAD-NR-DOCUMENTO NOT = WS-NR-DOCUMENTO
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 4000-MOSTRA-LINHA
                               THRU 4000-MOSTRA-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            IF WS-CONTADOR = ZEROS
                DISPLAY "*** DOCUMENTO NAO ENCONTRADO ***"
            END-IF
            CLOSE CUSTOS_ADIC
            GO TO MENU-001.

       ROT-FIM.
            STOP RUN.
      *
      *> BASE DO RATEIO DE CADA PEDIDO: A QUANTIDADE RECEBIDA OU O
      *> VALOR RECEBIDO, QUE E A SOMA DOS TITULOS DE COMPRA DO PEDIDO
      *> (PROCURADOS EM TODO DUPL_PAGAR, COMO NO EXERCICIO_154); SEM
      *> TITULO, A QUANTIDADE RECEBIDA VEZES O PRECO COTADO.
       2000-CALCULA-BASE.
            MOVE ZEROS TO WS-VL-BASE-TOTAL
            IF WS-CRITERIO EQUAL 'Q'
                PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PED
                    MOVE WS-TP-QTDE-RECEBIDA(WS-IDX)
                        TO WS-TP-VL-BASE(WS-IDX)
                    ADD WS-TP-VL-BASE(WS-IDX) TO WS-VL-BASE-TOTAL
                END-PERFORM
                GO TO 2000-CALCULA-BASE-FIM
            END-IF

            SET WS-FS-PAGAR TO 0.
            OPEN INPUT DUPL_PAGAR
            IF WS-FS-PAGAR NOT EQUAL 35
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF = 1
                   READ DUPL_PAGAR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PAG-TIPO-COMPRA AND
                               PAG-NR-PEDIDO > ZEROS
                               PERFORM 2010-SOMA-TITULO
                                   THRU 2010-SOMA-TITULO-FIM
                           END-IF
                   END-READ
                END-PERFORM
                CLOSE DUPL_PAGAR
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PED
                IF WS-TP-VL-BASE(WS-IDX) = ZEROS
                    COMPUTE WS-TP-VL-BASE(WS-IDX) =
                        WS-TP-QTDE-RECEBIDA(WS-IDX) *
                        WS-TP-VL-COTADO(WS-IDX)
                END-IF
                ADD WS-TP-VL-BASE(WS-IDX) TO WS-VL-BASE-TOTAL
            END-PERFORM.
       2000-CALCULA-BASE-FIM.
            EXIT.
      *
       2010-SOMA-TITULO.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PED
                IF WS-TP-NR-PEDIDO(WS-IDX) EQUAL PAG-NR-PEDIDO
                    ADD PAG-VL-TITULO TO WS-TP-VL-BASE(WS-IDX)
                END-IF
            END-PERFORM.
       2010-SOMA-TITULO-FIM.
            EXIT.
      *
      *> PARCELA PROPORCIONAL A BASE; O ULTIMO PEDIDO FICA COM A
      *> DIFERENCA, PARA A SOMA DAS PARCELAS FECHAR COM O DOCUMENTO.
       2100-RATEIA.
            MOVE ZEROS TO WS-VL-DISTRIBUIDO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PED
                IF WS-IDX = WS-QTD-PED
                    COMPUTE WS-TP-VL-RATEADO(WS-IDX) =
                        WS-VL-DOCUMENTO - WS-VL-DISTRIBUIDO
                ELSE
                    COMPUTE WS-TP-VL-RATEADO(WS-IDX) ROUNDED =
                        WS-VL-DOCUMENTO * WS-TP-VL-BASE(WS-IDX) /
                        WS-VL-BASE-TOTAL
                END-IF
                ADD WS-TP-VL-RATEADO(WS-IDX) TO WS-VL-DISTRIBUIDO
            END-PERFORM.
       2100-RATEIA-FIM.
            EXIT.
      *
       2200-MOSTRA-RATEIO.
            DISPLAY ' '
            DISPLAY ' PREVIA DO RATEIO (CUSTO MEDIO ATUAL -> NOVO):'
            OPEN INPUT PRODUTOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PED
                MOVE WS-TP-COD-PRODUTO(WS-IDX) TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        MOVE ZEROS TO ESTOQUE-PRODUTO
                        MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
                END-READ
                PERFORM 2300-CALCULA-CUSTO THRU 2300-CALCULA-CUSTO-FIM
                MOVE WS-TP-VL-RATEADO(WS-IDX) TO WS-VL-EDITADO
                DISPLAY ' PEDIDO ' WS-TP-NR-PEDIDO(WS-IDX)
                    ' PRODUTO ' WS-TP-COD-PRODUTO(WS-IDX)
                    ' PARCELA ' WS-VL-EDITADO
                MOVE CUSTO-MEDIO-PRODUTO TO WS-CUSTO-EDITADO
                MOVE WS-CUSTO-DEPOIS TO WS-CUSTO-EDIT-DEP
                DISPLAY '   ESTOQUE ' ESTOQUE-PRODUTO
                    ' CUSTO ' WS-CUSTO-EDITADO ' -> ' WS-CUSTO-EDIT-DEP
            END-PERFORM
            CLOSE PRODUTOS
            MOVE WS-VL-DOCUMENTO TO WS-VL-EDITADO
            DISPLAY ' TOTAL DO DOCUMENTO: ' WS-VL-EDITADO.
       2200-MOSTRA-RATEIO-FIM.
            EXIT.
      *
      *> SO A PARTE DA PARCELA PROPORCIONAL AO QUE AINDA ESTA EM
      *> ESTOQUE ENTRA NO CUSTO MEDIO; SEM ESTOQUE, NADA MUDA.
       2300-CALCULA-CUSTO.
            MOVE CUSTO-MEDIO-PRODUTO TO WS-CUSTO-DEPOIS
            MOVE ZEROS TO WS-VL-CAPITALIZADO
            IF ESTOQUE-PRODUTO = ZEROS
                GO TO 2300-CALCULA-CUSTO-FIM
            END-IF
            IF ESTOQUE-PRODUTO NOT < WS-TP-QTDE-RECEBIDA(WS-IDX)
                MOVE WS-TP-VL-RATEADO(WS-IDX) TO WS-VL-CAPITALIZADO
            ELSE
                COMPUTE WS-VL-CAPITALIZADO ROUNDED =
                    WS-TP-VL-RATEADO(WS-IDX) * ESTOQUE-PRODUTO /
                    WS-TP-QTDE-RECEBIDA(WS-IDX)
            END-IF
            COMPUTE WS-CUSTO-DEPOIS ROUNDED =
                CUSTO-MEDIO-PRODUTO +
                WS-VL-CAPITALIZADO / ESTOQUE-PRODUTO.
       2300-CALCULA-CUSTO-FIM.
            EXIT.
      *
      **************************************
      * TITULO A PAGAR DA TRANSPORTADORA   *
      * PELO VALOR DO DOCUMENTO            *
      **************************************
      *
       3000-GRAVA-TITULO.
            SET WS-FS-PAGAR TO 0.
            OPEN I-O DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                OPEN OUTPUT DUPL_PAGAR
                DISPLAY "* ARQUIVO DUPL_PAGAR SENDO CRIADO *"
            END-IF

            CALL 'NUM_TITULO' USING WS-NR-TITULO

            MOVE WS-NR-TITULO      TO PAG-NR-TITULO
            MOVE WS-COD-FORNECEDOR TO PAG-COD-FORNECEDOR
            MOVE ZEROS             TO PAG-NR-PEDIDO
            MOVE WS-HOJE-AAAAMMDD  TO PAG-DT-EMISSAO
            MOVE WS-DT-VENC-TITULO TO PAG-DT-VENCIMENTO
            MOVE WS-VL-DOCUMENTO   TO PAG-VL-TITULO
            MOVE ZEROS             TO PAG-VL-PAGO
            MOVE "NAO"             TO PAG-ST-TITULO
            MOVE ZEROS             TO PAG-DT-PAGAMENTO
      *> O PROPRIO DOCUMENTO DA TRANSPORTADORA E A NOTA: NAO HA
      *> PEDIDO A CONFERIR E O TITULO JA NASCE PAGAVEL.
            MOVE 'N'               TO PAG-ST-CONFERENCIA
            MOVE ZEROS             TO PAG-QTDE-RECEBIDA
            MOVE WS-NR-DOCUMENTO   TO PAG-NR-NOTA-FORN
            MOVE SPACES            TO PAG-OPERADOR-LIBER
            MOVE ZEROS             TO PAG-DT-LIBERACAO
            MOVE 'C'               TO PAG-TIPO-TITULO
            MOVE SPACES            TO PAG-COD-RETENCAO
            MOVE ZEROS             TO PAG-VL-RETENCAO
            MOVE ZEROS             TO PAG-TITULO-ORIGEM
            MOVE SPACES            TO PAG-EVENTO-DESPESA
            MOVE ZEROS             TO PAG-VL-CREDITO

            WRITE REG-DUPL-PAGAR
                INVALID KEY
                    DISPLAY "*** TITULO " PAG-NR-TITULO
                        " JA EXISTE - NAO GRAVADO ***"
                NOT INVALID KEY
                    DISPLAY "TITULO A PAGAR " PAG-NR-TITULO
                        " GRAVADO: FORNECEDOR " PAG-COD-FORNECEDOR
                        " VALOR " PAG-VL-TITULO
                        " VENCIMENTO " PAG-DT-VENCIMENTO
            END-WRITE

            CLOSE DUPL_PAGAR.
       3000-GRAVA-TITULO-FIM.
            EXIT.
      *
      **************************************
      * APLICA A PARCELA DE UM PEDIDO NO   *
      * CUSTO MEDIO E GRAVA O RATEIO       *
      **************************************
      *
       3100-APLICA-PEDIDO.
            MOVE WS-TP-COD-PRODUTO(WS-IDX) TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    MOVE ZEROS TO ESTOQUE-PRODUTO
                    MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
                    MOVE 'N' TO WS-ACHOU
                NOT INVALID KEY
                    MOVE 'S' TO WS-ACHOU
            END-READ

            MOVE WS-COD-FORNECEDOR          TO CAD-COD-FORNECEDOR
            MOVE WS-NR-DOCUMENTO            TO CAD-NR-DOCUMENTO
            MOVE WS-TP-NR-PEDIDO(WS-IDX)    TO CAD-NR-PEDIDO
            MOVE WS-TIPO-CUSTO              TO CAD-TIPO-CUSTO
            MOVE WS-HOJE-AAAAMMDD           TO CAD-DT-DOCUMENTO
            MOVE WS-VL-DOCUMENTO            TO CAD-VL-DOCUMENTO
            MOVE WS-CRITERIO                TO CAD-CRITERIO
            MOVE WS-TP-COD-PRODUTO(WS-IDX)  TO CAD-COD-PRODUTO
            MOVE WS-TP-QTDE-RECEBIDA(WS-IDX) TO CAD-QTDE-RECEBIDA
            MOVE WS-TP-VL-BASE(WS-IDX)      TO CAD-VL-BASE
            MOVE WS-TP-VL-RATEADO(WS-IDX)   TO CAD-VL-RATEADO
            MOVE ESTOQUE-PRODUTO            TO CAD-ESTOQUE
            MOVE CUSTO-MEDIO-PRODUTO        TO CAD-CUSTO-ANTES

            PERFORM 2300-CALCULA-CUSTO THRU 2300-CALCULA-CUSTO-FIM
            MOVE WS-VL-CAPITALIZADO TO CAD-VL-CAPITALIZADO
            MOVE WS-CUSTO-DEPOIS    TO CAD-CUSTO-DEPOIS
            ADD WS-VL-CAPITALIZADO  TO WS-VL-TOT-CAPIT

            IF WS-ACHOU EQUAL 'S' AND
                WS-CUSTO-DEPOIS NOT = CUSTO-MEDIO-PRODUTO
                MOVE WS-CUSTO-DEPOIS TO CUSTO-MEDIO-PRODUTO
                REWRITE REG-PRODUTO
                MOVE 'PRODUTOS'    TO WS-JR-ARQUIVO
                MOVE SPACES        TO WS-JR-CHAVE
                MOVE COD-PRODUTO   TO WS-JR-CHAVE(1:3)
                MOVE SPACES        TO WS-JR-IMAGEM
                MOVE REG-PRODUTO   TO WS-JR-IMAGEM
                CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO, WS-JR-CHAVE,
                    WS-JR-IMAGEM, WS-SIGN-OPERADOR
            END-IF

            MOVE WS-NR-TITULO     TO CAD-NR-TITULO
            MOVE WS-HOJE-AAAAMMDD TO CAD-DT-RATEIO
            MOVE WS-SIGN-OPERADOR TO CAD-OPERADOR
            WRITE REG-CUSTO-ADIC
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DO RATEIO DO PEDIDO "
                        CAD-NR-PEDIDO " - FILE STATUS: " WS-FS-CAD
            END-WRITE.
       3100-APLICA-PEDIDO-FIM.
            EXIT.
      *
       4000-MOSTRA-LINHA.
            ADD 1 TO WS-CONTADOR
            IF WS-CONTADOR = 1
                MOVE CAD-VL-DOCUMENTO TO WS-VL-EDITADO
                DISPLAY ' DOCUMENTO ' CAD-NR-DOCUMENTO
                    ' TIPO ' CAD-TIPO-CUSTO
                    ' DATA ' CAD-DT-DOCUMENTO
                    ' VALOR ' WS-VL-EDITADO
                DISPLAY ' CRITERIO ' CAD-CRITERIO
                    ' TITULO ' CAD-NR-TITULO
                    ' OPERADOR ' CAD-OPERADOR
            END-IF
            MOVE CAD-VL-RATEADO TO WS-VL-EDITADO
            DISPLAY ' PEDIDO ' CAD-NR-PEDIDO
                ' PRODUTO ' CAD-COD-PRODUTO
                ' PARCELA ' WS-VL-EDITADO
            MOVE CAD-VL-CAPITALIZADO TO WS-VL-EDITADO
            DISPLAY '   ESTOQUE ' CAD-ESTOQUE
                ' CAPITALIZADO ' WS-VL-EDITADO
            MOVE CAD-CUSTO-ANTES TO WS-CUSTO-EDITADO
            MOVE CAD-CUSTO-DEPOIS TO WS-CUSTO-EDIT-DEP
            DISPLAY '   CUSTO ANTES ' WS-CUSTO-EDITADO
                ' DEPOIS ' WS-CUSTO-EDIT-DEP.
       4000-MOSTRA-LINHA-FIM.
            EXIT.

       END PROGRAM EXERCICIO_159.
