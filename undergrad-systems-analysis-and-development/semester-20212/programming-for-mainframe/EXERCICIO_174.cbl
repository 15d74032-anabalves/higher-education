      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE IDADE DAS ENCOMENDAS DE CLIENTE: PARA
      * CADA ENCOMENDA EM ABERTO (PENDENTE OU ALOCADA E AINDA NAO
      * EXPEDIDA) DO ARQUIVO ENCOMENDAS, GRAVADO PELA CONFIRMACAO
      * PARCIAL DE PEDIDOS (EXERCICIO_064), MOSTRA O QUE DEVEMOS AO
      * CLIENTE (QUANTIDADE E VALOR A PRECO DO PEDIDO), DESDE QUANDO
      * (DIAS DESDE A DATA DA ENCOMENDA), QUANTO JA ESTA ALOCADO E A
      * DATA PROMETIDA, COM OS DIAS DE ATRASO QUANDO JA PASSOU. O
      * RELATORIO (encomendas_rel) TRAZ OS TOTAIS POR FAIXA DE IDADE
      * (0-15, 16-30, 31-60 E 61+ DIAS), POR CLIENTE E POR PRODUTO,
      * CADA UM COM A ENCOMENDA MAIS ANTIGA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_174.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCOMENDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\encomendas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ENC-CHAVE
           FILE STATUS     IS WS-FS-ENC.

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

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\encomendas_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ENCOMENDAS.
       01 REG-ENCOMENDA.
           COPY ENCOMEND.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-ENC                    PIC 99.
       77 WS-FS-CLI                    PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-IX                        PIC 9(003).
       77 WS-COD-CLI                   PIC 9(005).
       77 WS-NOME-CLIENTE              PIC X(020).

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> TOTAIS POR FAIXA DE IDADE: 1 = 0 A 15 DIAS, 2 = 16 A 30,
      *> 3 = 31 A 60, 4 = 61 DIAS OU MAIS DESDE A ENCOMENDA.
       01 WS-TAB-FAIXA.
           03 WS-FX OCCURS 4 TIMES.
              05 WS-FX-ITENS           PIC 9(006).
              05 WS-FX-QTDE            PIC 9(013).
              05 WS-FX-VALOR           PIC 9(013)V9(002).
       01 WS-TAB-NOME-FAIXA.
           03 FILLER                   PIC X(008) VALUE '0-15    '.
           03 FILLER                   PIC X(008) VALUE '16-30   '.
           03 FILLER                   PIC X(008) VALUE '31-60   '.
           03 FILLER                   PIC X(008) VALUE '61+     '.
       01 FILLER REDEFINES WS-TAB-NOME-FAIXA.
           03 WS-NOME-FAIXA OCCURS 4 TIMES PIC X(008).

      *> TOTAIS POR CLIENTE (PELA POSICAO EM TAB_CLIENTE) E POR
      *> PRODUTO (CODIGO DE 001 A 999), COM A DATA DA ENCOMENDA MAIS
      *> ANTIGA DE CADA UM.
       01 WS-TAB-CLIENTE.
           03 WS-TC OCCURS 5000 TIMES.
              05 WS-TC-ITENS           PIC 9(006).
              05 WS-TC-QTDE            PIC 9(013).
              05 WS-TC-VALOR           PIC 9(013)V9(002).
              05 WS-TC-MAIS-ANTIGA     PIC 9(008).
       01 WS-TAB-PRODUTO.
           03 WS-TP OCCURS 999 TIMES.
              05 WS-TP-ITENS           PIC 9(006).
              05 WS-TP-QTDE            PIC 9(013).
              05 WS-TP-VALOR           PIC 9(013)V9(002).
              05 WS-TP-MAIS-ANTIGA     PIC 9(008).

      *> AVALIACAO DE UMA ENCOMENDA.
       77 WS-DIAS-ABERTA               PIC 9(005).
       77 WS-DIAS-ATRASO               PIC 9(005).
       77 WS-FAIXA                     PIC 9(001).
       77 WS-VL-DEVIDO                 PIC 9(013)V9(002).

      *> TOTAIS DE CONTROLE: TODA ENCOMENDA LIDA CAI EM EXATAMENTE UM
      *> DESTINO.
       77 WS-QTD-LIDAS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ABERTAS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ENCERRADAS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-INCONSISTENTES        PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ATRASADAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PRONTAS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-TOTAL                  PIC 9(015)V9(002) VALUE ZEROS.
       77 WS-VL-ATRASADO               PIC 9(015)V9(002) VALUE ZEROS.

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-DIAS                   PIC ZZZZ9.
       77 WS-ED-ATRASO                 PIC ZZZZ9.
       77 WS-ED-QTDE                   PIC ZZZZZZZZ9.
       77 WS-ED-ALOCADA                PIC ZZZZZZZZ9.
       77 WS-ED-QTDE-TOT               PIC ZZZZZZZZZZZZ9.
       77 WS-ED-VALOR                  PIC ZZZZZZZZZZ9.99.
       77 WS-ED-VALOR-TOT              PIC ZZZZZZZZZZZZ9.99.
       77 WS-ED-ITENS                  PIC ZZZZZ9.

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
           'EXERCICIO_174'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'IDADE DAS ENCOMENDAS DE CLIENTE'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- IDADE DAS ENCOMENDAS DE CLIENTE ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           INITIALIZE WS-TAB-FAIXA
           INITIALIZE WS-TAB-CLIENTE
           INITIALIZE WS-TAB-PRODUTO

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           SET WS-FS-ENC TO 0.
           OPEN INPUT ENCOMENDAS
           IF WS-FS-ENC EQUAL 35
               DISPLAY "* NENHUMA ENCOMENDA GRAVADA AINDA *"
               GO TO ROT-FIM
           END-IF

           SET WS-FS-CLI TO 0.
           OPEN INPUT CLIENTES
           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           SET WS-EOF TO 0.
           PERFORM 1000-AVALIA-ENCOMENDA
               THRU 1000-AVALIA-ENCOMENDA-FIM
               UNTIL WS-EOF = 1.

           CLOSE ENCOMENDAS

           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM.

           IF WS-FS-CLI NOT EQUAL 35
               CLOSE CLIENTES
           END-IF
           IF WS-FS-PROD NOT EQUAL 35
               CLOSE PRODUTOS
           END-IF
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "ENCOMENDAS LIDAS: " WS-QTD-LIDAS
           DISPLAY "EM ABERTO: " WS-QTD-ABERTAS
               " (PRONTAS PARA EXPEDIR: " WS-QTD-PRONTAS ")"
           DISPLAY "ATENDIDAS OU CANCELADAS: " WS-QTD-ENCERRADAS
           DISPLAY "INCONSISTENTES (SITUACAO OU SALDO): "
               WS-QTD-INCONSISTENTES
           DISPLAY "ATRASADAS (PROMESSA VENCIDA): " WS-QTD-ATRASADAS
           DISPLAY "VALOR DEVIDO AOS CLIENTES: " WS-VL-TOTAL
           DISPLAY "RELATORIO GRAVADO EM encomendas_rel."

      *> ENCOMENDA COM SITUACAO INVALIDA OU ALOCADO MAIOR QUE O
      *> DEVIDO FICA FORA DO RELATORIO E PRECISA SER CORRIGIDA.
           IF WS-QTD-INCONSISTENTES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

      *> BALANCEAMENTO: TODA ENCOMENDA LIDA CAIU EM UM DESTINO.
           COMPUTE WS-QTD-DESTINOS = WS-QTD-ABERTAS +
               WS-QTD-ENCERRADAS + WS-QTD-INCONSISTENTES
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDAS
               DISPLAY "ENCOMENDAS LIDAS " WS-QTD-LIDAS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * UMA ENCOMENDA: IDADE, ATRASO,      *
      * VALOR DEVIDO E TOTAIS              *
      **************************************
      *
       1000-AVALIA-ENCOMENDA.
           READ ENCOMENDAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 1000-AVALIA-ENCOMENDA-FIM
           END-READ
           ADD 1 TO WS-QTD-LIDAS

           IF ENC-ATENDIDA OR ENC-CANCELADA
               ADD 1 TO WS-QTD-ENCERRADAS
               GO TO 1000-AVALIA-ENCOMENDA-FIM
           END-IF

           IF (NOT ENC-PENDENTE AND NOT ENC-PRONTA) OR
               ENC-QTDE-ALOCADA > ENC-QTDE-PENDENTE OR
               ENC-COD-CLIENTE EQUAL ZEROS OR
               ENC-COD-PRODUTO EQUAL ZEROS
               DISPLAY "ENCOMENDA " ENC-NR-PEDIDO "/" ENC-NR-ITEM
                   " INCONSISTENTE (SITUACAO " ENC-SITUACAO
                   " DEVIDA " ENC-QTDE-PENDENTE " ALOCADA "
                   ENC-QTDE-ALOCADA ")"
               ADD 1 TO WS-QTD-INCONSISTENTES
               GO TO 1000-AVALIA-ENCOMENDA-FIM
           END-IF
           ADD 1 TO WS-QTD-ABERTAS
           IF ENC-PRONTA
               ADD 1 TO WS-QTD-PRONTAS
           END-IF

           COMPUTE WS-DIAS-ABERTA =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) -
               FUNCTION INTEGER-OF-DATE(ENC-DT-ENCOMENDA)
           EVALUATE TRUE
               WHEN WS-DIAS-ABERTA > 60
                   MOVE 4 TO WS-FAIXA
               WHEN WS-DIAS-ABERTA > 30
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ABERTA > 15
                   MOVE 2 TO WS-FAIXA
               WHEN OTHER
                   MOVE 1 TO WS-FAIXA
           END-EVALUATE

           MOVE ZEROS TO WS-DIAS-ATRASO
           COMPUTE WS-VL-DEVIDO = ENC-QTDE-PENDENTE * ENC-PRECO-UNIT
           IF ENC-DT-PROMETIDA > ZEROS AND
               ENC-DT-PROMETIDA < WS-HOJE-AAAAMMDD
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) -
                   FUNCTION INTEGER-OF-DATE(ENC-DT-PROMETIDA)
               ADD 1 TO WS-QTD-ATRASADAS
               ADD WS-VL-DEVIDO TO WS-VL-ATRASADO
           END-IF

           ADD 1 TO WS-FX-ITENS(WS-FAIXA)
           ADD ENC-QTDE-PENDENTE TO WS-FX-QTDE(WS-FAIXA)
           ADD WS-VL-DEVIDO TO WS-FX-VALOR(WS-FAIXA)
           ADD WS-VL-DEVIDO TO WS-VL-TOTAL

           MOVE 'I'             TO WS-IC-FUNCAO
           MOVE ENC-COD-CLIENTE TO WS-IC-COD-CLIENTE
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               ADD 1 TO WS-TC-ITENS(WS-IC-POSICAO)
               ADD ENC-QTDE-PENDENTE TO WS-TC-QTDE(WS-IC-POSICAO)
               ADD WS-VL-DEVIDO TO WS-TC-VALOR(WS-IC-POSICAO)
               IF WS-TC-MAIS-ANTIGA(WS-IC-POSICAO) EQUAL ZEROS OR
                   ENC-DT-ENCOMENDA < WS-TC-MAIS-ANTIGA(WS-IC-POSICAO)
                   MOVE ENC-DT-ENCOMENDA
                       TO WS-TC-MAIS-ANTIGA(WS-IC-POSICAO)
               END-IF
           ELSE
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   ENC-COD-CLIENTE ' FORA DOS TOTAIS ***'
           END-IF

           ADD 1 TO WS-TP-ITENS(ENC-COD-PRODUTO)
           ADD ENC-QTDE-PENDENTE TO WS-TP-QTDE(ENC-COD-PRODUTO)
           ADD WS-VL-DEVIDO TO WS-TP-VALOR(ENC-COD-PRODUTO)
           IF WS-TP-MAIS-ANTIGA(ENC-COD-PRODUTO) EQUAL ZEROS OR
               ENC-DT-ENCOMENDA < WS-TP-MAIS-ANTIGA(ENC-COD-PRODUTO)
               MOVE ENC-DT-ENCOMENDA
                   TO WS-TP-MAIS-ANTIGA(ENC-COD-PRODUTO)
           END-IF

           MOVE ENC-COD-CLIENTE TO WS-COD-CLI
           PERFORM 9100-NOME-CLIENTE THRU 9100-NOME-CLIENTE-FIM

           MOVE WS-DIAS-ABERTA    TO WS-ED-DIAS
           MOVE WS-DIAS-ATRASO    TO WS-ED-ATRASO
           MOVE ENC-QTDE-PENDENTE TO WS-ED-QTDE
           MOVE ENC-QTDE-ALOCADA  TO WS-ED-ALOCADA
           MOVE WS-VL-DEVIDO      TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-REL
           STRING ENC-NR-PEDIDO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENC-NR-ITEM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENC-COD-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENC-COD-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-QTDE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-ALOCADA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-VALOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENC-DT-ENCOMENDA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-DIAS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-FAIXA(WS-FAIXA) DELIMITED BY SIZE
               ENC-DT-PROMETIDA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-ATRASO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       1000-AVALIA-ENCOMENDA-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS POR FAIXA, POR CLIENTE E    *
      * POR PRODUTO                        *
      **************************************
      *
       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' TOTAIS POR FAIXA DE IDADE (DIAS DESDE A ENCOMENDA)'
               TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 4
               MOVE WS-FX-ITENS(WS-FAIXA) TO WS-ED-ITENS
               MOVE WS-FX-QTDE(WS-FAIXA)  TO WS-ED-QTDE-TOT
               MOVE WS-FX-VALOR(WS-FAIXA) TO WS-ED-VALOR-TOT
               MOVE SPACES TO WS-LINHA-REL
               STRING '  ' DELIMITED BY SIZE
                   WS-NOME-FAIXA(WS-FAIXA) DELIMITED BY SIZE
                   ' DIAS  ITENS: ' DELIMITED BY SIZE
                   WS-ED-ITENS DELIMITED BY SIZE
                   '  UNIDADES: ' DELIMITED BY SIZE
                   WS-ED-QTDE-TOT DELIMITED BY SIZE
                   '  VALOR: ' DELIMITED BY SIZE
                   WS-ED-VALOR-TOT DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' TOTAIS POR CLIENTE' TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'
               MOVE 'O' TO WS-IC-FUNCAO
               CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
                   WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
               IF WS-IC-RESULTADO EQUAL 'S'
                   MOVE WS-IC-COD-CLIENTE TO WS-COD-CLI
                   PERFORM 9100-NOME-CLIENTE
                       THRU 9100-NOME-CLIENTE-FIM
                   MOVE WS-TC-ITENS(WS-IC-POSICAO) TO WS-ED-ITENS
                   MOVE WS-TC-QTDE(WS-IC-POSICAO)  TO WS-ED-QTDE-TOT
                   MOVE WS-TC-VALOR(WS-IC-POSICAO) TO WS-ED-VALOR-TOT
                   MOVE SPACES TO WS-LINHA-REL
                   STRING '  CLIENTE ' DELIMITED BY SIZE
                       WS-COD-CLI DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NOME-CLIENTE DELIMITED BY SIZE
                       ' ITENS: ' DELIMITED BY SIZE
                       WS-ED-ITENS DELIMITED BY SIZE
                       ' UNIDADES: ' DELIMITED BY SIZE
                       WS-ED-QTDE-TOT DELIMITED BY SIZE
                       ' VALOR: ' DELIMITED BY SIZE
                       WS-ED-VALOR-TOT DELIMITED BY SIZE
                       ' DESDE ' DELIMITED BY SIZE
                       WS-TC-MAIS-ANTIGA(WS-IC-POSICAO)
                           DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   PERFORM 9500-GRAVA-LINHA-REL
                       THRU 9500-GRAVA-LINHA-REL-FIM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' TOTAIS POR PRODUTO' TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 999
               IF WS-TP-ITENS(WS-IX) > ZEROS
                   MOVE SPACES TO NOME-PRODUTO
                   IF WS-FS-PROD NOT EQUAL 35
                       MOVE WS-IX TO COD-PRODUTO
                       READ PRODUTOS
                           INVALID KEY
                               MOVE 'NAO CADASTRADO' TO NOME-PRODUTO
                       END-READ
                   END-IF
                   MOVE WS-TP-ITENS(WS-IX) TO WS-ED-ITENS
                   MOVE WS-TP-QTDE(WS-IX)  TO WS-ED-QTDE-TOT
                   MOVE WS-TP-VALOR(WS-IX) TO WS-ED-VALOR-TOT
                   MOVE SPACES TO WS-LINHA-REL
                   STRING '  PRODUTO ' DELIMITED BY SIZE
                       WS-IX DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       NOME-PRODUTO DELIMITED BY SIZE
                       ' ITENS: ' DELIMITED BY SIZE
                       WS-ED-ITENS DELIMITED BY SIZE
                       ' UNIDADES: ' DELIMITED BY SIZE
                       WS-ED-QTDE-TOT DELIMITED BY SIZE
                       ' VALOR: ' DELIMITED BY SIZE
                       WS-ED-VALOR-TOT DELIMITED BY SIZE
                       ' DESDE ' DELIMITED BY SIZE
                       WS-TP-MAIS-ANTIGA(WS-IX) DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   PERFORM 9500-GRAVA-LINHA-REL
                       THRU 9500-GRAVA-LINHA-REL-FIM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-VL-TOTAL TO WS-ED-VALOR-TOT
           MOVE SPACES TO WS-LINHA-REL
           STRING ' VALOR DEVIDO AOS CLIENTES: ' DELIMITED BY SIZE
               WS-ED-VALOR-TOT DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-ATRASADAS TO WS-ED-ITENS
           MOVE WS-VL-ATRASADO TO WS-ED-VALOR-TOT
           MOVE SPACES TO WS-LINHA-REL
           STRING ' COM PROMESSA VENCIDA: ' DELIMITED BY SIZE
               WS-ED-ITENS DELIMITED BY SIZE
               ' ENCOMENDAS, VALOR ' DELIMITED BY SIZE
               WS-ED-VALOR-TOT DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      **************************************
      * NOME DO CLIENTE WS-COD-CLI (BRANCO *
      * SE NAO HA CADASTRO)                *
      **************************************
      *
       9100-NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE
           IF WS-FS-CLI EQUAL 35
               GO TO 9100-NOME-CLIENTE-FIM
           END-IF
           MOVE WS-COD-CLI TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WS-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE NOME-CLIENTE TO WS-NOME-CLIENTE
           END-READ.
       9100-NOME-CLIENTE-FIM.
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
           STRING 'IDADE DAS ENCOMENDAS DE CLIENTE'
               DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'PEDIDO  IT CLI NOME DO CLIENTE      PRD    DEVIDA'
               '   ALOCADA          VALOR ENCOMEND  DIAS FAIXA   '
               'PROMETID ATRASO'
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

       END PROGRAM EXERCICIO_174.
