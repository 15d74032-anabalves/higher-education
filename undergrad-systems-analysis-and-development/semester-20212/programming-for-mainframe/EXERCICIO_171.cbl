      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PRODUTOS DESCONTINUADOS A LIQUIDAR: LISTA
      * OS PRODUTOS COM SITUACAO 'D' NO CADASTRO (EM VIGOR OU COM
      * VIGENCIA JA MARCADA) QUE AINDA TEM ESTOQUE OU QUANTIDADE A
      * RECEBER EM PEDIDOS_COMPRA EM ABERTO, COM O SUBSTITUTO, A DATA
      * DE VIGENCIA E OS VALORES AO CUSTO MEDIO, PARA A AREA
      * COMERCIAL DESOVAR O ESTOQUE E O COMPRADOR CANCELAR OU
      * NEGOCIAR OS PEDIDOS. O RELATORIO VAI PARA descontinuados_rel.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_171.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT PEDIDOS_COMPRA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_compra.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PC-NR-PEDIDO
           FILE STATUS IS WS-FS-PC.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\descontinuados_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD PEDIDOS_COMPRA.
       01 REG-PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-PC                     PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).

      *> QUANTIDADE AINDA A RECEBER E PEDIDOS EM ABERTO POR PRODUTO.
       01 WS-TAB-ABERTO.
           03 WS-ABT-PRODUTO OCCURS 999 TIMES.
              05 WS-ABT-QTDE           PIC 9(011) COMP.
              05 WS-ABT-PEDIDOS        PIC 9(005) COMP.

       77 WS-QTDE-ABERTA               PIC 9(011).
       77 WS-VL-ESTOQUE                PIC 9(013)V9(002).
       77 WS-VL-ABERTO                 PIC 9(013)V9(002).
       77 WS-VIGENCIA                  PIC X(010).

       77 WS-QTD-PRODUTOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESCONTINUADOS        PIC 9(006) VALUE ZEROS.
       77 WS-QTD-LISTADOS              PIC 9(006) VALUE ZEROS.
       77 WS-TOT-ESTOQUE               PIC 9(013) VALUE ZEROS.
       77 WS-TOT-ABERTO                PIC 9(013) VALUE ZEROS.
       77 WS-TOT-VL-ESTOQUE            PIC 9(015)V9(002) VALUE ZEROS.
       77 WS-TOT-VL-ABERTO             PIC 9(015)V9(002) VALUE ZEROS.

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-QTDE                   PIC ZZZZZZZZ9.
       77 WS-ED-QTDE-ABT               PIC ZZZZZZZZ9.
       77 WS-ED-VALOR                  PIC ZZZZZZZZZZ9.99.
       77 WS-ED-VALOR-ABT              PIC ZZZZZZZZZZ9.99.
       77 WS-ED-TOT-VALOR              PIC ZZZZZZZZZZZZZ9.99.

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

      *> ARQUIVO DE IMPRESSAO COM O BLOCO PADRAO DE CABECALHO (TITULO,
      *> DATA DA EXECUCAO E PAGINA), COMO NO AGING (EXERCICIO_017).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_171'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'PRODUTOS DESCONTINUADOS A LIQUIDAR'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- PRODUTOS DESCONTINUADOS A LIQUIDAR ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           INITIALIZE WS-TAB-ABERTO

           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-CARREGA-ABERTOS THRU 1000-CARREGA-ABERTOS-FIM.

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           SET WS-EOF TO 0.
           PERFORM 2000-AVALIA-PRODUTO THRU 2000-AVALIA-PRODUTO-FIM
               UNTIL WS-EOF = 1.

           CLOSE PRODUTOS.

           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM.
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "PRODUTOS LIDOS: " WS-QTD-PRODUTOS
           DISPLAY "DESCONTINUADOS: " WS-QTD-DESCONTINUADOS
           DISPLAY "A LIQUIDAR (COM ESTOQUE OU PEDIDO EM ABERTO): "
               WS-QTD-LISTADOS
           DISPLAY "RELATORIO GRAVADO EM descontinuados_rel.".

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * QUANTIDADE A RECEBER DOS PEDIDOS   *
      * DE COMPRA AINDA EM ABERTO          *
      **************************************
      *
       1000-CARREGA-ABERTOS.
           SET WS-FS-PC TO 0.
           SET WS-EOF   TO 0.
           OPEN INPUT PEDIDOS_COMPRA
           IF WS-FS-PC EQUAL 35
               GO TO 1000-CARREGA-ABERTOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_COMPRA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PC-PEDIDO-ABERTO AND
                           PC-COD-PRODUTO > ZEROS AND
                           PC-QTDE-PEDIDA > PC-QTDE-RECEBIDA
                           COMPUTE WS-ABT-QTDE(PC-COD-PRODUTO) =
                               WS-ABT-QTDE(PC-COD-PRODUTO) +
                               PC-QTDE-PEDIDA - PC-QTDE-RECEBIDA
                           ADD 1 TO WS-ABT-PEDIDOS(PC-COD-PRODUTO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_COMPRA.
       1000-CARREGA-ABERTOS-FIM.
           EXIT.
      *
      **************************************
      * UM PRODUTO: SO O DESCONTINUADO COM *
      * ESTOQUE OU PEDIDO EM ABERTO ENTRA  *
      **************************************
      *
       2000-AVALIA-PRODUTO.
           READ PRODUTOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 2000-AVALIA-PRODUTO-FIM
           END-READ
           ADD 1 TO WS-QTD-PRODUTOS

           IF NOT PRODUTO-DESCONTINUADO
               GO TO 2000-AVALIA-PRODUTO-FIM
           END-IF
           ADD 1 TO WS-QTD-DESCONTINUADOS

           MOVE WS-ABT-QTDE(COD-PRODUTO) TO WS-QTDE-ABERTA
           IF ESTOQUE-PRODUTO EQUAL ZEROS AND
               WS-QTDE-ABERTA EQUAL ZEROS
               GO TO 2000-AVALIA-PRODUTO-FIM
           END-IF
           ADD 1 TO WS-QTD-LISTADOS

           COMPUTE WS-VL-ESTOQUE = ESTOQUE-PRODUTO * CUSTO-MEDIO-PRODUTO
           COMPUTE WS-VL-ABERTO  = WS-QTDE-ABERTA * CUSTO-MEDIO-PRODUTO
           ADD ESTOQUE-PRODUTO TO WS-TOT-ESTOQUE
           ADD WS-QTDE-ABERTA  TO WS-TOT-ABERTO
           ADD WS-VL-ESTOQUE   TO WS-TOT-VL-ESTOQUE
           ADD WS-VL-ABERTO    TO WS-TOT-VL-ABERTO

      *> DESCONTINUACAO AINDA NAO EM VIGOR SAI MARCADA COMO PROGRAMADA.
           IF DT-SITUACAO-PRODUTO > WS-HOJE-AAAAMMDD
               MOVE 'PROGRAMADA' TO WS-VIGENCIA
           ELSE
               MOVE 'EM VIGOR'   TO WS-VIGENCIA
           END-IF

           MOVE ESTOQUE-PRODUTO TO WS-ED-QTDE
           MOVE WS-VL-ESTOQUE   TO WS-ED-VALOR
           MOVE WS-QTDE-ABERTA  TO WS-ED-QTDE-ABT
           MOVE WS-VL-ABERTO    TO WS-ED-VALOR-ABT

           MOVE SPACES TO WS-LINHA-REL
           STRING COD-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOME-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DT-SITUACAO-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VIGENCIA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               COD-PRODUTO-SUBST DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-QTDE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-VALOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-QTDE-ABT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-VALOR-ABT DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       2000-AVALIA-PRODUTO-FIM.
           EXIT.
      *
       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-TOT-VL-ESTOQUE TO WS-ED-TOT-VALOR
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAL EM ESTOQUE: ' DELIMITED BY SIZE
               WS-TOT-ESTOQUE DELIMITED BY SIZE
               ' UNIDADES  VALOR AO CUSTO MEDIO: ' DELIMITED BY SIZE
               WS-ED-TOT-VALOR DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-TOT-VL-ABERTO TO WS-ED-TOT-VALOR
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAL EM PEDIDOS: ' DELIMITED BY SIZE
               WS-TOT-ABERTO DELIMITED BY SIZE
               ' UNIDADES  VALOR AO CUSTO MEDIO: ' DELIMITED BY SIZE
               WS-ED-TOT-VALOR DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' PRODUTOS A LIQUIDAR: ' DELIMITED BY SIZE
               WS-QTD-LISTADOS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DE UMA LINHA NO RELATORIO *
      * COM QUEBRA DE PAGINA E CABECALHO   *
      **************************************
      *
       9500-GRAVA-LINHA-REL.
           IF WS-REL-LINHAS >= WS-REL-LINHAS-MAX
               PERFORM 9600-CABECALHO-REL
                   THRU 9600-CABECALHO-REL-FIM
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           ADD 1 TO WS-REL-LINHAS.
       9500-GRAVA-LINHA-REL-FIM.
           EXIT.
      *
       9600-CABECALHO-REL.
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'PRODUTOS DESCONTINUADOS A LIQUIDAR'
               DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'PRD NOME                 VIGENCIA            SUBST'
               '   ESTOQUE  VALOR ESTOQUE  EM PEDIDO   VALOR PEDIDO'
               DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 3 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
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

           COMPUTE WS-AR-PAGINAS = WS-REL-PAGINA - 1
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_171.
