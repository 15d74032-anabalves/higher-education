      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE DIVERGENCIAS DA CONFERENCIA DAS NOTAS DE
      * FORNECEDOR (NOTAS_FORN, EXERCICIO_154): PARA CADA NOTA FORA DA
      * TOLERANCIA, COM O TITULO A PAGAR AINDA RETIDO, MOSTRA A
      * QUANTIDADE PEDIDA (PEDIDOS_COMPRA), RECEBIDA E FATURADA, O
      * PRECO DE REFERENCIA E O FATURADO, AS DIFERENCAS EM PERCENTUAL
      * E O VALOR DA NOTA AO LADO DO VALOR DO TITULO (DUPL_PAGAR). EM
      * BLOCO PROPRIO SAEM AS DIVERGENCIAS JA LIBERADAS, COM O
      * OPERADOR E A DATA DA LIBERACAO, E NO FIM A QUANTIDADE DE
      * TITULOS DE RECEBIMENTO QUE AINDA AGUARDAM A NOTA. RELATORIO EM
      * divergencias_nf_rel.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_155.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS_FORN ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\notas_forn.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
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

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\divergencias_nf_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
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

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-NF                     PIC 99.
       77 WS-FS-PC                     PIC 99.
       77 WS-FS-PAGAR                  PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-BLOCO                     PIC X(001).
       77 WS-QTD-RETIDAS               PIC 9(005) VALUE ZEROS.
       77 WS-QTD-LIBERADAS             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-AGUARDANDO            PIC 9(005) VALUE ZEROS.
       77 WS-VL-TOT-RETIDO             PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-NOTAS              PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-AGUARDANDO         PIC S9(013)V9(002) VALUE ZEROS.
       01 WS-LINHA-REL                 PIC X(132).

      *> CABECALHO DAS COLUNAS, ALINHADO COM A LINHA DE DETALHE.
       01 WS-LIN-CABEC.
           03 FILLER                   PIC X(042) VALUE
               ' FORN. NOTA      PEDIDO  TITULO  QT.PEDIDA'.
           03 FILLER                   PIC X(040) VALUE
               ' QT.RECEB. QT.FATUR.  DIF.QT%  PR.REFER.'.
           03 FILLER                   PIC X(048) VALUE
               '  PR.FATUR.  DIF.PR%    VALOR NOTA  VALOR TITULO'.

      *> LINHA DE DETALHE DE UMA NOTA.
       01 WS-LIN-NOTA.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-FORNECEDOR         PIC 9(005).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-NOTA               PIC 9(009).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-PEDIDO             PIC 9(007).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-TITULO             PIC 9(007).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-QTDE-PEDIDA        PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-QTDE-RECEBIDA      PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-QTDE-FATURADA      PIC ZZZZZZZZ9.
           03 WS-LN-DIF-QTDE           PIC -ZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-PRECO-REF          PIC ZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LN-PRECO-NOTA         PIC ZZZZZZ9.99.
           03 WS-LN-DIF-PRECO          PIC -ZZZZ9.99.
           03 WS-LN-VL-NOTA            PIC -ZZZZZZZZZ9.99.
           03 WS-LN-VL-TITULO          PIC -ZZZZZZZZZ9.99.

      *> COMPLEMENTO DA DIVERGENCIA JA LIBERADA.
       01 WS-LIN-LIBERACAO.
           03 FILLER                   PIC X(016) VALUE
               '   LIBERADA POR '.
           03 WS-LL-OPERADOR           PIC X(008).
           03 FILLER                   PIC X(004) VALUE ' EM '.
           03 WS-LL-DT-LIBERACAO       PIC 9(008).
           03 FILLER                   PIC X(011) VALUE ' - TITULO '.
           03 WS-LL-SITUACAO           PIC X(030).

       01 WS-LIN-TOTAL.
           03 FILLER                   PIC X(040) VALUE
               ' TOTAL RETIDO POR DIVERGENCIA - TITULOS:'.
           03 WS-LT-QTDE               PIC ZZZZ9.
           03 FILLER                   PIC X(057) VALUE SPACES.
           03 WS-LT-VL-NOTAS           PIC -ZZZZZZZZZ9.99.
           03 WS-LT-VL-TITULOS         PIC -ZZZZZZZZZ9.99.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_155'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'DIVERGENCIAS DAS NOTAS DE FORNECEDOR'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- DIVERGENCIAS DAS NOTAS DE FORNECEDOR ---'

           MOVE 0 TO RETURN-CODE

           SET WS-FS-NF TO 0.
           OPEN INPUT NOTAS_FORN
           IF WS-FS-NF EQUAL 35
               DISPLAY "* ARQUIVO NOTAS_FORN NAO EXISTE - NENHUMA "
                   "NOTA CONFERIDA (EXERCICIO_154) *"
               GO TO ROT-FIM
           END-IF
           CLOSE NOTAS_FORN

           SET WS-FS-PAGAR TO 0.
           OPEN INPUT DUPL_PAGAR
           IF WS-FS-PAGAR EQUAL 35
               DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE *"
               GO TO ROT-FIM
           END-IF
           SET WS-FS-PC TO 0.
           OPEN INPUT PEDIDOS_COMPRA

           OPEN OUTPUT RELATORIO
           MOVE 'DIVERGENCIAS NA CONFERENCIA DAS NOTAS DE FORNECEDOR'
               TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE 'TITULOS RETIDOS - NOTA FORA DA TOLERANCIA'
               TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-CABEC

      *> PRIMEIRO AS DIVERGENCIAS AINDA RETIDAS, DEPOIS AS LIBERADAS.
           MOVE 'D' TO WS-BLOCO
           PERFORM 1000-IMPRIME-BLOCO THRU 1000-IMPRIME-BLOCO-FIM

           MOVE WS-QTD-RETIDAS   TO WS-LT-QTDE
           MOVE WS-VL-TOT-NOTAS  TO WS-LT-VL-NOTAS
           MOVE WS-VL-TOT-RETIDO TO WS-LT-VL-TITULOS
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-TOTAL

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE 'DIVERGENCIAS LIBERADAS POR APROVACAO' TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-CABEC
           MOVE 'A' TO WS-BLOCO
           PERFORM 1000-IMPRIME-BLOCO THRU 1000-IMPRIME-BLOCO-FIM

           PERFORM 2000-CONTA-AGUARDANDO THRU 2000-CONTA-AGUARDANDO-FIM
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           STRING ' TITULOS DE RECEBIMENTO AGUARDANDO A NOTA: '
               DELIMITED BY SIZE
               WS-QTD-AGUARDANDO DELIMITED BY SIZE
               ' VALOR: ' DELIMITED BY SIZE
               WS-VL-TOT-AGUARDANDO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           CLOSE DUPL_PAGAR
           IF WS-FS-PC NOT EQUAL 35
               CLOSE PEDIDOS_COMPRA
           END-IF
           DISPLAY "RELATORIO GRAVADO EM divergencias_nf_rel."

           DISPLAY " "
           DISPLAY "TITULOS RETIDOS POR DIVERGENCIA: " WS-QTD-RETIDAS
           DISPLAY "VALOR RETIDO: " WS-VL-TOT-RETIDO
           DISPLAY "DIVERGENCIAS LIBERADAS POR APROVACAO: "
               WS-QTD-LIBERADAS
           DISPLAY "TITULOS AGUARDANDO A NOTA: " WS-QTD-AGUARDANDO.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * UMA PASSADA EM NOTAS_FORN PARA O   *
      * BLOCO PEDIDO ('D' RETIDAS, 'A'     *
      * LIBERADAS POR APROVACAO)           *
      **************************************
      *
       1000-IMPRIME-BLOCO.
           SET WS-FS-NF TO 0.
           SET WS-EOF   TO 0.
           OPEN INPUT NOTAS_FORN

           PERFORM UNTIL WS-EOF = 1
               READ NOTAS_FORN NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NF-ST-CONFERENCIA EQUAL WS-BLOCO
                           PERFORM 1100-IMPRIME-NOTA
                               THRU 1100-IMPRIME-NOTA-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTAS_FORN.
       1000-IMPRIME-BLOCO-FIM.
           EXIT.
      *
       1100-IMPRIME-NOTA.
           MOVE NF-NR-TITULO TO PAG-NR-TITULO
           READ DUPL_PAGAR
               INVALID KEY
                   MOVE ZEROS TO PAG-VL-TITULO
                   MOVE SPACES TO PAG-ST-TITULO
           END-READ

      *> NO BLOCO DAS RETIDAS SO ENTRA O TITULO AINDA EM ABERTO.
           IF NF-CONF-DIVERGENTE AND PAG-ST-TITULO NOT EQUAL "NAO"
               GO TO 1100-IMPRIME-NOTA-FIM
           END-IF

           MOVE ZEROS TO WS-LN-QTDE-PEDIDA
           IF WS-FS-PC NOT EQUAL 35
               MOVE NF-NR-PEDIDO TO PC-NR-PEDIDO
               READ PEDIDOS_COMPRA
                   NOT INVALID KEY
                       MOVE PC-QTDE-PEDIDA TO WS-LN-QTDE-PEDIDA
               END-READ
           END-IF

           MOVE NF-COD-FORNECEDOR  TO WS-LN-FORNECEDOR
           MOVE NF-NR-NOTA         TO WS-LN-NOTA
           MOVE NF-NR-PEDIDO       TO WS-LN-PEDIDO
           MOVE NF-NR-TITULO       TO WS-LN-TITULO
           MOVE NF-QTDE-RECEBIDA   TO WS-LN-QTDE-RECEBIDA
           MOVE NF-QTDE            TO WS-LN-QTDE-FATURADA
           MOVE NF-PCT-DIF-QTDE    TO WS-LN-DIF-QTDE
           MOVE NF-VL-UNIT-REF     TO WS-LN-PRECO-REF
           MOVE NF-VL-UNIT         TO WS-LN-PRECO-NOTA
           MOVE NF-PCT-DIF-PRECO   TO WS-LN-DIF-PRECO
           MOVE NF-VL-NOTA         TO WS-LN-VL-NOTA
           MOVE PAG-VL-TITULO      TO WS-LN-VL-TITULO
           WRITE REG-RELATORIO FROM WS-LIN-NOTA

           IF NF-CONF-DIVERGENTE
               ADD 1 TO WS-QTD-RETIDAS
               ADD NF-VL-NOTA    TO WS-VL-TOT-NOTAS
               ADD PAG-VL-TITULO TO WS-VL-TOT-RETIDO
               GO TO 1100-IMPRIME-NOTA-FIM
           END-IF

           ADD 1 TO WS-QTD-LIBERADAS
           MOVE NF-OPERADOR-LIBER TO WS-LL-OPERADOR
           MOVE NF-DT-LIBERACAO   TO WS-LL-DT-LIBERACAO
           IF PAG-ST-TITULO EQUAL "SIM"
               MOVE 'JA PAGO' TO WS-LL-SITUACAO
           ELSE
               MOVE 'EM ABERTO, LIBERADO PARA PAGAR' TO WS-LL-SITUACAO
           END-IF
           WRITE REG-RELATORIO FROM WS-LIN-LIBERACAO.
       1100-IMPRIME-NOTA-FIM.
           EXIT.
      *
      *> TITULOS DE RECEBIMENTO EM ABERTO QUE AINDA NAO TEM NOTA.
       2000-CONTA-AGUARDANDO.
           SET WS-EOF TO 0.
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
                       IF PAG-ST-TITULO EQUAL "NAO" AND
                           PAG-CONF-AGUARDA-NOTA
                           ADD 1 TO WS-QTD-AGUARDANDO
                           ADD PAG-VL-TITULO TO WS-VL-TOT-AGUARDANDO
                       END-IF
               END-READ
           END-PERFORM.
       2000-CONTA-AGUARDANDO-FIM.
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

       END PROGRAM EXERCICIO_155.
