      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DOS RATEIOS DE CUSTOS ADICIONAIS DE COMPRA
      * (CUSTOS_ADIC, GRAVADO PELO EXERCICIO_159): PARA CADA DOCUMENTO
      * DA TRANSPORTADORA MOSTRA TIPO, VALOR, CRITERIO E TITULO A
      * PAGAR GERADO E, POR PEDIDO, O PRODUTO, A BASE DO RATEIO, A
      * PARCELA, O ESTOQUE NA DATA, O VALOR QUE ENTROU NO CUSTO MEDIO
      * E O CUSTO MEDIO ANTES E DEPOIS, COM A VARIACAO EM PERCENTUAL.
      * NO FIM, O TOTAL RATEADO, O CAPITALIZADO NO ESTOQUE E O QUE
      * FICOU FORA POR JA TER SIDO CONSUMIDO. O OPERADOR PODE FILTRAR
      * UM MES DE RATEIO (AAAAMM, ZERO = TODOS). RELATORIO EM
      * custos_adic_rel.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_160.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOS_ADIC ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\custos_adic.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CAD-CHAVE
           FILE STATUS IS WS-FS-CAD.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\custos_adic_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOS_ADIC.
       01 REG-CUSTO-ADIC.
           COPY CUSTADIC.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CAD                    PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-FORN                   PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-MES-FILTRO                PIC 9(006).
       77 WS-QTD-DOCUMENTOS            PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PEDIDOS               PIC 9(005) VALUE ZEROS.
       77 WS-VL-TOT-DOCUMENTOS         PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-RATEADO            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-CAPIT              PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-DOC-RATEADO            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-DOC-CAPIT              PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-PCT-VARIACAO              PIC S9(005)V9(002).
       01 WS-LINHA-REL                 PIC X(132).

      *> QUEBRA POR DOCUMENTO (FORNECEDOR + NUMERO DO DOCUMENTO).
       01 WS-DOC-ANTERIOR.
           03 WS-DA-COD-FORNECEDOR     PIC 9(005) VALUE ZEROS.
           03 WS-DA-NR-DOCUMENTO       PIC 9(009) VALUE ZEROS.

      *> CABECALHO DO DOCUMENTO DA TRANSPORTADORA.
       01 WS-LIN-DOC.
           03 FILLER                   PIC X(008) VALUE ' TRANSP.'.
           03 WS-LD-FORNECEDOR         PIC 9(005).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-NOME               PIC X(020).
           03 FILLER                   PIC X(005) VALUE ' DOC.'.
           03 WS-LD-DOCUMENTO          PIC 9(009).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-TIPO               PIC X(010).
           03 FILLER                   PIC X(007) VALUE ' VALOR '.
           03 WS-LD-VL-DOCUMENTO       PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-CRITERIO           PIC X(010).
           03 FILLER                   PIC X(008) VALUE ' TITULO '.
           03 WS-LD-TITULO             PIC 9(007).
           03 FILLER                   PIC X(004) VALUE ' EM '.
           03 WS-LD-DT-RATEIO          PIC 9(008).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-OPERADOR           PIC X(008).

      *> CABECALHO DAS COLUNAS, ALINHADO COM A LINHA DE DETALHE.
       01 WS-LIN-CABEC.
           03 FILLER                   PIC X(037) VALUE
               '  PEDIDO PRD PRODUTO                 '.
           03 FILLER                   PIC X(036) VALUE
               'BASE RATEIO       PARCELA   ESTOQUE '.
           03 FILLER                   PIC X(044) VALUE
               ' CAPITALIZADO    C.ANTES   C.DEPOIS    VAR.%'.

      *> LINHA DE DETALHE DE UM PEDIDO DO DOCUMENTO.
       01 WS-LIN-PEDIDO.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LP-PEDIDO             PIC 9(007).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LP-PRODUTO            PIC 9(003).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LP-NOME               PIC X(020).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LP-VL-BASE            PIC -ZZZZZZZZZ9.99.
           03 WS-LP-VL-RATEADO         PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LP-ESTOQUE            PIC ZZZZZZZZ9.
           03 WS-LP-VL-CAPIT           PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LP-CUSTO-ANTES        PIC ZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LP-CUSTO-DEPOIS       PIC ZZZZZZ9.99.
           03 WS-LP-VARIACAO           PIC -ZZZZ9.99.

      *> TOTAL DO DOCUMENTO E TOTAL GERAL (MESMAS COLUNAS DE VALOR).
       01 WS-LIN-TOTAL.
           03 WS-LT-TITULO             PIC X(048).
           03 WS-LT-VL-RATEADO         PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(010) VALUE SPACES.
           03 WS-LT-VL-CAPIT           PIC -ZZZZZZZZZ9.99.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_160'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'RATEIOS DE CUSTOS ADICIONAIS DE COMPRA'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- RATEIOS DE CUSTOS ADICIONAIS DE COMPRA ---'

           MOVE 0 TO RETURN-CODE

           SET WS-FS-CAD TO 0.
           OPEN INPUT CUSTOS_ADIC
           IF WS-FS-CAD EQUAL 35
               DISPLAY "* ARQUIVO CUSTOS_ADIC NAO EXISTE - NENHUM "
                   "RATEIO GRAVADO (EXERCICIO_159) *"
               GO TO ROT-FIM
           END-IF

           DISPLAY 'INFORME O MES DO RATEIO (AAAAMM, 0 = TODOS):'
           ACCEPT WS-MES-FILTRO

           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           SET WS-FS-FORN TO 0.
           OPEN INPUT FORNECEDORES

           OPEN OUTPUT RELATORIO
           MOVE 'RATEIOS DE CUSTOS ADICIONAIS DE COMPRA NO CUSTO MEDIO'
               TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           IF WS-MES-FILTRO NOT EQUAL ZEROS
               STRING 'MES DO RATEIO: ' DELIMITED BY SIZE
                   WS-MES-FILTRO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           ELSE
               MOVE 'TODOS OS RATEIOS' TO WS-LINHA-REL
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           SET WS-EOF TO 0.
           PERFORM UNTIL WS-EOF = 1
               READ CUSTOS_ADIC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 1000-IMPRIME-PEDIDO
                           THRU 1000-IMPRIME-PEDIDO-FIM
               END-READ
           END-PERFORM
           IF WS-QTD-DOCUMENTOS > ZEROS
               PERFORM 1200-TOTAL-DOCUMENTO
                   THRU 1200-TOTAL-DOCUMENTO-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE ' TOTAL GERAL' TO WS-LT-TITULO
           MOVE WS-VL-TOT-RATEADO TO WS-LT-VL-RATEADO
           MOVE WS-VL-TOT-CAPIT   TO WS-LT-VL-CAPIT
           WRITE REG-RELATORIO FROM WS-LIN-TOTAL
           MOVE SPACES TO WS-LINHA-REL
           STRING ' DOCUMENTOS: ' DELIMITED BY SIZE
               WS-QTD-DOCUMENTOS DELIMITED BY SIZE
               '  PEDIDOS: ' DELIMITED BY SIZE
               WS-QTD-PEDIDOS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
      *> O QUE NAO ENTROU NO CUSTO MEDIO CORRESPONDE AO QUE JA TINHA
      *> SAIDO DO ESTOQUE NA DATA DO RATEIO.
           MOVE ' NAO CAPITALIZADO (ESTOQUE JA CONSUMIDO)'
               TO WS-LT-TITULO
           COMPUTE WS-VL-DOC-RATEADO =
               WS-VL-TOT-RATEADO - WS-VL-TOT-CAPIT
           MOVE WS-VL-DOC-RATEADO TO WS-LT-VL-RATEADO
           MOVE ZEROS TO WS-LT-VL-CAPIT
           WRITE REG-RELATORIO FROM WS-LIN-TOTAL

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           CLOSE CUSTOS_ADIC
           IF WS-FS-PROD NOT EQUAL 35
               CLOSE PRODUTOS
           END-IF
           IF WS-FS-FORN NOT EQUAL 35
               CLOSE FORNECEDORES
           END-IF
           DISPLAY "RELATORIO GRAVADO EM custos_adic_rel."

           DISPLAY " "
           DISPLAY "DOCUMENTOS RATEADOS: " WS-QTD-DOCUMENTOS
           DISPLAY "VALOR DOS DOCUMENTOS: " WS-VL-TOT-DOCUMENTOS
           DISPLAY "CAPITALIZADO NO ESTOQUE: " WS-VL-TOT-CAPIT.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * UM REGISTRO DE CUSTOS_ADIC: QUEBRA *
      * DE DOCUMENTO E LINHA DO PEDIDO     *
      **************************************
      *
       1000-IMPRIME-PEDIDO.
           IF WS-MES-FILTRO NOT EQUAL ZEROS AND
               CAD-DT-RATEIO(1:6) NOT EQUAL WS-MES-FILTRO
               GO TO 1000-IMPRIME-PEDIDO-FIM
           END-IF

           IF CAD-COD-FORNECEDOR NOT EQUAL WS-DA-COD-FORNECEDOR OR
               CAD-NR-DOCUMENTO NOT EQUAL WS-DA-NR-DOCUMENTO
               IF WS-QTD-DOCUMENTOS > ZEROS
                   PERFORM 1200-TOTAL-DOCUMENTO
                       THRU 1200-TOTAL-DOCUMENTO-FIM
               END-IF
               PERFORM 1100-CABECALHO-DOCUMENTO
                   THRU 1100-CABECALHO-DOCUMENTO-FIM
           END-IF

           MOVE SPACES TO WS-LP-NOME
           IF WS-FS-PROD NOT EQUAL 35
               MOVE CAD-COD-PRODUTO TO COD-PRODUTO
               READ PRODUTOS
                   NOT INVALID KEY
                       MOVE NOME-PRODUTO TO WS-LP-NOME
               END-READ
           END-IF

           MOVE ZEROS TO WS-PCT-VARIACAO
           IF CAD-CUSTO-ANTES > ZEROS
               COMPUTE WS-PCT-VARIACAO ROUNDED =
                   (CAD-CUSTO-DEPOIS - CAD-CUSTO-ANTES) * 100 /
                   CAD-CUSTO-ANTES
           END-IF

           MOVE CAD-NR-PEDIDO        TO WS-LP-PEDIDO
           MOVE CAD-COD-PRODUTO      TO WS-LP-PRODUTO
           MOVE CAD-VL-BASE          TO WS-LP-VL-BASE
           MOVE CAD-VL-RATEADO       TO WS-LP-VL-RATEADO
           MOVE CAD-ESTOQUE          TO WS-LP-ESTOQUE
           MOVE CAD-VL-CAPITALIZADO  TO WS-LP-VL-CAPIT
           MOVE CAD-CUSTO-ANTES      TO WS-LP-CUSTO-ANTES
           MOVE CAD-CUSTO-DEPOIS     TO WS-LP-CUSTO-DEPOIS
           MOVE WS-PCT-VARIACAO      TO WS-LP-VARIACAO
           WRITE REG-RELATORIO FROM WS-LIN-PEDIDO

           ADD 1 TO WS-QTD-PEDIDOS
           ADD CAD-VL-RATEADO      TO WS-VL-DOC-RATEADO
           ADD CAD-VL-CAPITALIZADO TO WS-VL-DOC-CAPIT.
       1000-IMPRIME-PEDIDO-FIM.
           EXIT.
      *
       1100-CABECALHO-DOCUMENTO.
           ADD 1 TO WS-QTD-DOCUMENTOS
           ADD CAD-VL-DOCUMENTO TO WS-VL-TOT-DOCUMENTOS
           MOVE CAD-COD-FORNECEDOR TO WS-DA-COD-FORNECEDOR
           MOVE CAD-NR-DOCUMENTO   TO WS-DA-NR-DOCUMENTO
           MOVE ZEROS TO WS-VL-DOC-RATEADO
           MOVE ZEROS TO WS-VL-DOC-CAPIT

           MOVE SPACES TO WS-LD-NOME
           IF WS-FS-FORN NOT EQUAL 35
               MOVE CAD-COD-FORNECEDOR TO FORN-COD-FORNECEDOR
               READ FORNECEDORES
                   NOT INVALID KEY
                       MOVE FORN-NOME-FORNECEDOR TO WS-LD-NOME
               END-READ
           END-IF

           EVALUATE CAD-TIPO-CUSTO
               WHEN 'F' MOVE 'FRETE'      TO WS-LD-TIPO
               WHEN 'S' MOVE 'SEGURO'     TO WS-LD-TIPO
               WHEN 'I' MOVE 'IMPORTACAO' TO WS-LD-TIPO
               WHEN OTHER MOVE 'OUTROS'   TO WS-LD-TIPO
           END-EVALUATE
           IF CAD-POR-VALOR
               MOVE 'POR VALOR' TO WS-LD-CRITERIO
           ELSE
               MOVE 'POR QTDE'  TO WS-LD-CRITERIO
           END-IF

           MOVE CAD-COD-FORNECEDOR TO WS-LD-FORNECEDOR
           MOVE CAD-NR-DOCUMENTO   TO WS-LD-DOCUMENTO
           MOVE CAD-VL-DOCUMENTO   TO WS-LD-VL-DOCUMENTO
           MOVE CAD-NR-TITULO      TO WS-LD-TITULO
           MOVE CAD-DT-RATEIO      TO WS-LD-DT-RATEIO
           MOVE CAD-OPERADOR       TO WS-LD-OPERADOR

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-DOC
           WRITE REG-RELATORIO FROM WS-LIN-CABEC.
       1100-CABECALHO-DOCUMENTO-FIM.
           EXIT.
      *
       1200-TOTAL-DOCUMENTO.
           MOVE ' TOTAL DO DOCUMENTO' TO WS-LT-TITULO
           MOVE WS-VL-DOC-RATEADO TO WS-LT-VL-RATEADO
           MOVE WS-VL-DOC-CAPIT   TO WS-LT-VL-CAPIT
           WRITE REG-RELATORIO FROM WS-LIN-TOTAL
           ADD WS-VL-DOC-RATEADO TO WS-VL-TOT-RATEADO
           ADD WS-VL-DOC-CAPIT   TO WS-VL-TOT-CAPIT.
       1200-TOTAL-DOCUMENTO-FIM.
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

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_160.
