      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS ITENS DE PEDIDO DE
      * VENDA PARA O LAYOUT COM O TIPO DO ITEM (PEDVENDA.CPY), NA
      * MESMA DISCIPLINA DE EXERCICIO_156, EXERCICIO_157 E
      * EXERCICIO_163: PEDIDOS_VENDA E LIDO NO LAYOUT ANTERIOR E
      * REGRAVADO EM pedidos_venda_nova, QUE O OPERADOR RENOMEIA SOBRE
      * O ORIGINAL APOS CONFERIR OS TOTAIS. NENHUM ITEM EXISTENTE E KIT
      * (O KIT NAO EXISTIA), ENTAO TODOS ENTRAM COMO ITEM AVULSO, SEM
      * ITEM DE KIT NEM QUANTIDADE POR KIT, E O RESTANTE DO REGISTRO
      * INALTERADO.
      * O ARQUIVO NOVO SAI NO LAYOUT DESTA ETAPA (55 BYTES, CODIGO DO
      * CLIENTE AINDA COM 3 POSICOES), DESCRITO AQUI MESMO E NAO PELO
      * PEDVENDA.CPY ATUAL: O ALARGAMENTO DO CODIGO DO CLIENTE E FEITO
      * PELO EXERCICIO_198, QUE RODA DEPOIS DESTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_166.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS_VENDA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PVA-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT PEDIDOS_VENDA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PV-CHAVE
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD PEDIDOS_VENDA_ANT.
       01 REG-PEDIDO-VENDA-ANT.
           03 PVA-CHAVE.
              05 PVA-NR-PEDIDO      PIC 9(07).
              05 PVA-NR-ITEM        PIC 9(02).
           03 PVA-COD-CLIENTE       PIC 9(03).
           03 PVA-COD-VENDEDOR      PIC 9(03).
           03 PVA-COD-PRODUTO       PIC 9(03).
           03 PVA-QTDE              PIC 9(09).
           03 PVA-PRECO-UNIT        PIC 9(07)V9(02).
           03 PVA-DT-PEDIDO         PIC 9(08).
           03 PVA-ST-PEDIDO         PIC X(03).

      *> LAYOUT NOVO DESTA ETAPA, CONGELADO NO TIPO DO ITEM.
       FD PEDIDOS_VENDA_NOVA.
       01 REG-PEDIDO-VENDA.
           03 PV-CHAVE.
              05 PV-NR-PEDIDO       PIC 9(07).
              05 PV-NR-ITEM         PIC 9(02).
           03 PV-COD-CLIENTE        PIC 9(03).
           03 PV-COD-VENDEDOR       PIC 9(03).
           03 PV-COD-PRODUTO        PIC 9(03).
           03 PV-QTDE               PIC 9(09).
           03 PV-PRECO-UNIT         PIC 9(07)V9(02).
           03 PV-DT-PEDIDO          PIC 9(08).
           03 PV-ST-PEDIDO          PIC X(03).
           03 PV-TIPO-ITEM          PIC X(01).
           03 PV-NR-ITEM-KIT        PIC 9(02).
           03 PV-QTDE-POR-KIT       PIC 9(05).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-QTD-LIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(006) VALUE ZEROS.
       77 WS-QTDE-LIDA          PIC 9(015) VALUE ZEROS.
       77 WS-QTDE-GRAVADA       PIC 9(015) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DOS ITENS DE PEDIDO DE VENDA ----'
           MOVE 0 TO RETURN-CODE

           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT PEDIDOS_VENDA_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO pedidos_venda NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT PEDIDOS_VENDA_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_VENDA_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD PVA-QTDE TO WS-QTDE-LIDA
                       MOVE PVA-NR-PEDIDO    TO PV-NR-PEDIDO
                       MOVE PVA-NR-ITEM      TO PV-NR-ITEM
                       MOVE PVA-COD-CLIENTE  TO PV-COD-CLIENTE
                       MOVE PVA-COD-VENDEDOR TO PV-COD-VENDEDOR
                       MOVE PVA-COD-PRODUTO  TO PV-COD-PRODUTO
                       MOVE PVA-QTDE         TO PV-QTDE
                       MOVE PVA-PRECO-UNIT   TO PV-PRECO-UNIT
                       MOVE PVA-DT-PEDIDO    TO PV-DT-PEDIDO
                       MOVE PVA-ST-PEDIDO    TO PV-ST-PEDIDO
                       MOVE SPACES           TO PV-TIPO-ITEM
                       MOVE ZEROS            TO PV-NR-ITEM-KIT
                       MOVE ZEROS            TO PV-QTDE-POR-KIT
                       WRITE REG-PEDIDO-VENDA
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD PV-QTDE TO WS-QTDE-GRAVADA
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_VENDA_ANT
           CLOSE PEDIDOS_VENDA_NOVA

           DISPLAY " ARQUIVO pedidos_venda - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY " QUANTIDADE LIDA: " WS-QTDE-LIDA
               " QUANTIDADE GRAVADA: " WS-QTDE-GRAVADA
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS OR
               WS-QTDE-LIDA NOT = WS-QTDE-GRAVADA
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE "
                   "pedidos_venda_nova SOBRE O ORIGINAL *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_166.
