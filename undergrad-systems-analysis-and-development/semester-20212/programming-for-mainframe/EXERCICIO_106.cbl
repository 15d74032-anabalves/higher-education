      * ARQUIVO VENDAS_ESTATS; O MODO 2 COMPARA UM MES COM O MESMO
      * MES DOS ANOS ANTERIORES LENDO SO O CONSOLIDADO; O MODO 3
      * IMPRIME A TENDENCIA DOS ULTIMOS 12 MESES. O DESEMPENHO DE
      * VENDAS DEIXA DE SER DISCUTIDO DE MEMORIA. O KIT E CONTADO
      * PELO ITEM DO KIT (PRODUTO KIT, VALOR DO KIT); OS ITENS DE
      * COMPONENTE, SEM VALOR, FICAM FORA PARA NAO DOBRAR A QUANTIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

      *> UM REGISTRO POR MES, DIMENSAO ('P' PRODUTO / 'V' VENDEDOR /
      *> 'C' CLIENTE) E CODIGO.
           03 EST-CHAVE.
              05 EST-ANOMES         PIC 9(06).
              05 EST-TIPO           PIC X(01).
              05 EST-CODIGO         PIC 9(05).
           03 EST-VL-VENDIDO        PIC S9(013)V9(002).
           03 EST-QTDE              PIC 9(009).

       77 WS-EOF                       PIC 99.
       77 WS-OPCAO                     PIC 9(001).
       77 WS-TIPO                      PIC X(001).
       77 WS-CODIGO                    PIC 9(005).
       77 WS-VL-ITEM                   PIC S9(013)V9(002).
       77 WS-QTD-CONSOLIDADOS          PIC 9(006) VALUE ZEROS.
       77 WS-IDX                       PIC 9(002).
               GO TO 1200-ACUMULA-ITEM-FIM
           END-IF

           IF PV-ITEM-COMPONENTE
               GO TO 1200-ACUMULA-ITEM-FIM
           END-IF

           COMPUTE WS-VL-ITEM = PV-QTDE * PV-PRECO-UNIT
           ADD 1 TO WS-QTD-CONSOLIDADOS

