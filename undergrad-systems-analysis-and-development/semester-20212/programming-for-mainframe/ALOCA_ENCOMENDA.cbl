      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE ALOCACAO DE ENCOMENDAS DE CLIENTE, NO
      * MESMO ESQUEMA DE CHAMADA DE BAIXA_LOTE. RECEBE PRODUTO,
      * DEPOSITO E QUANTIDADE QUE ACABOU DE ENTRAR E ALOCA ESSA
      * QUANTIDADE AS ENCOMENDAS EM ABERTO DO PRODUTO (ARQUIVO
      * ENCOMENDAS), DA MAIS ANTIGA PARA A MAIS NOVA (DATA DA
      * ENCOMENDA E, NO MESMO DIA, PEDIDO E ITEM). O ALOCADO FICA
      * RESERVADO EM RESERVAS NA CHAVE DO ITEM DA ENCOMENDA, PARA O
      * DISPONIVEL PARA PROMETER NAO VENDER DE NOVO O QUE JA E DO
      * CLIENTE, E CADA ENCOMENDA ALOCADA E MOSTRADA COMO PRONTA
      * PARA EXPEDIR. SO A ENTRADA NO DEPOSITO 01, DE ONDE SAI A
      * VENDA, E ALOCADA. DEVOLVE A QUANTIDADE ALOCADA.
      * CHAMADA PELO RECEBIMENTO DE COMPRA (EXERCICIO_024) E PELAS
      * TRANSFERENCIAS (EXERCICIO_061 E EXERCICIO_099).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCA_ENCOMENDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCOMENDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\encomendas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ENC-CHAVE
           FILE STATUS     IS WS-FS-ENC.

           SELECT RESERVAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\reservas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RSV-CHAVE
           FILE STATUS     IS WS-FS-RSV.
       DATA DIVISION.
       FILE SECTION.
       FD ENCOMENDAS.
       01 REG-ENCOMENDA.
           COPY ENCOMEND.

       FD RESERVAS.
       01 REG-RESERVA.
           03 RSV-CHAVE.
              05 RSV-NR-PEDIDO      PIC 9(07).
              05 RSV-NR-ITEM        PIC 9(02).
           03 RSV-COD-PRODUTO       PIC 9(03).
           03 RSV-COD-DEPOSITO      PIC 9(02).
           03 RSV-QTDE              PIC 9(09).
           03 RSV-DT-RESERVA        PIC 9(08).
           03 RSV-SITUACAO          PIC X(03).
              88 RSV-ATIVA          VALUE 'ATV'.
              88 RSV-LIBERADA       VALUE 'LIB'.

       WORKING-STORAGE SECTION.
       77 WS-FS-ENC                    PIC 99.
       77 WS-FS-RSV                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-QTDE-RESTANTE             PIC 9(009).
       77 WS-QTDE-ALOCAR               PIC 9(009).
       77 WS-QTD-CAND                  PIC 9(003).
       77 WS-IX                        PIC 9(003).
       77 WS-IX-MENOR                  PIC 9(003).

      *> ENCOMENDAS EM ABERTO DO PRODUTO, NA ORDEM DA CHAVE; A
      *> ESCOLHA DA MAIS ANTIGA VARRE A TABELA A CADA ALOCACAO.
       01 WS-TAB-CANDIDATAS.
           03 WS-CND OCCURS 500 TIMES.
              05 WS-CND-CHAVE          PIC X(009).
              05 WS-CND-DATA           PIC 9(008).
              05 WS-CND-USADA          PIC X(001).

       LINKAGE SECTION.
       01 LK-COD-PRODUTO               PIC 9(003).
       01 LK-COD-DEPOSITO              PIC 9(002).
       01 LK-QTDE                      PIC 9(009).
       01 LK-QTDE-ALOCADA              PIC 9(009).

       PROCEDURE DIVISION USING LK-COD-PRODUTO, LK-COD-DEPOSITO,
           LK-QTDE, LK-QTDE-ALOCADA.
       MAIN-PROCEDURE.
           MOVE ZEROS TO LK-QTDE-ALOCADA
           IF LK-COD-DEPOSITO NOT EQUAL 01 OR LK-QTDE EQUAL ZEROS
               GOBACK
           END-IF
           MOVE LK-QTDE TO WS-QTDE-RESTANTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           SET WS-FS-ENC TO 0.
           OPEN I-O ENCOMENDAS
           IF WS-FS-ENC EQUAL 35
               GOBACK
           END-IF

           MOVE ZEROS TO WS-QTD-CAND
           SET WS-EOF TO 0.
           PERFORM 1000-CARREGA-CANDIDATA
               THRU 1000-CARREGA-CANDIDATA-FIM
               UNTIL WS-EOF = 1.

           IF WS-QTD-CAND EQUAL ZEROS
               CLOSE ENCOMENDAS
               GOBACK
           END-IF

           SET WS-FS-RSV TO 0.
           OPEN I-O RESERVAS
           IF WS-FS-RSV EQUAL 35
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF

           MOVE 1 TO WS-IX-MENOR
           PERFORM 2000-ALOCA-MAIS-ANTIGA
               THRU 2000-ALOCA-MAIS-ANTIGA-FIM
               UNTIL WS-QTDE-RESTANTE = ZEROS OR WS-IX-MENOR = ZEROS.

           CLOSE RESERVAS
           CLOSE ENCOMENDAS

           COMPUTE LK-QTDE-ALOCADA = LK-QTDE - WS-QTDE-RESTANTE
           GOBACK.

      *
      **************************************
      * GUARDA AS ENCOMENDAS DO PRODUTO    *
      * COM SALDO AINDA NAO ALOCADO        *
      **************************************
      *
       1000-CARREGA-CANDIDATA.
           READ ENCOMENDAS NEXT RECORD
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           IF ENC-COD-PRODUTO NOT EQUAL LK-COD-PRODUTO
               GO TO 1000-CARREGA-CANDIDATA-FIM
           END-IF
           IF NOT ENC-PENDENTE AND NOT ENC-PRONTA
               GO TO 1000-CARREGA-CANDIDATA-FIM
           END-IF
           IF ENC-QTDE-ALOCADA NOT < ENC-QTDE-PENDENTE
               GO TO 1000-CARREGA-CANDIDATA-FIM
           END-IF
           IF WS-QTD-CAND NOT < 500
               DISPLAY "* MAIS DE 500 ENCOMENDAS DO PRODUTO "
                   LK-COD-PRODUTO " - AS SEGUINTES FICAM PARA A "
                   "PROXIMA ENTRADA *"
               MOVE 1 TO WS-EOF
               GO TO 1000-CARREGA-CANDIDATA-FIM
           END-IF

           ADD 1 TO WS-QTD-CAND
           MOVE ENC-CHAVE        TO WS-CND-CHAVE(WS-QTD-CAND)
           MOVE ENC-DT-ENCOMENDA TO WS-CND-DATA(WS-QTD-CAND)
           MOVE 'N'              TO WS-CND-USADA(WS-QTD-CAND)

           END-READ.
       1000-CARREGA-CANDIDATA-FIM.
           EXIT.
      *
      **************************************
      * ALOCA A ENCOMENDA MAIS ANTIGA AINDA*
      * NAO ATENDIDA NESTA ENTRADA         *
      **************************************
      *
       2000-ALOCA-MAIS-ANTIGA.
           MOVE ZEROS TO WS-IX-MENOR
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QTD-CAND
               IF WS-CND-USADA(WS-IX) EQUAL 'N'
                   IF WS-IX-MENOR EQUAL ZEROS
                       MOVE WS-IX TO WS-IX-MENOR
                   ELSE
                       IF WS-CND-DATA(WS-IX) <
                           WS-CND-DATA(WS-IX-MENOR)
                           MOVE WS-IX TO WS-IX-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IX-MENOR EQUAL ZEROS
               GO TO 2000-ALOCA-MAIS-ANTIGA-FIM
           END-IF
           MOVE 'S' TO WS-CND-USADA(WS-IX-MENOR)

           MOVE WS-CND-CHAVE(WS-IX-MENOR) TO ENC-CHAVE
           READ ENCOMENDAS
               INVALID KEY
                   GO TO 2000-ALOCA-MAIS-ANTIGA-FIM
           END-READ

           COMPUTE WS-QTDE-ALOCAR =
               ENC-QTDE-PENDENTE - ENC-QTDE-ALOCADA
           IF WS-QTDE-ALOCAR > WS-QTDE-RESTANTE
               MOVE WS-QTDE-RESTANTE TO WS-QTDE-ALOCAR
           END-IF
           SUBTRACT WS-QTDE-ALOCAR FROM WS-QTDE-RESTANTE

           ADD WS-QTDE-ALOCAR TO ENC-QTDE-ALOCADA
           MOVE WS-HOJE-AAAAMMDD TO ENC-DT-ALOCACAO
           MOVE 'A' TO ENC-SITUACAO
           REWRITE REG-ENCOMENDA

      *> A RESERVA DO ITEM PASSA A SER O TOTAL ALOCADO A ENCOMENDA.
           MOVE ENC-NR-PEDIDO TO RSV-NR-PEDIDO
           MOVE ENC-NR-ITEM   TO RSV-NR-ITEM
           READ RESERVAS
               INVALID KEY
                   MOVE ENC-NR-PEDIDO    TO RSV-NR-PEDIDO
                   MOVE ENC-NR-ITEM      TO RSV-NR-ITEM
                   MOVE ENC-COD-PRODUTO  TO RSV-COD-PRODUTO
                   MOVE 01               TO RSV-COD-DEPOSITO
                   MOVE ENC-QTDE-ALOCADA TO RSV-QTDE
                   MOVE WS-HOJE-AAAAMMDD TO RSV-DT-RESERVA
                   MOVE 'ATV'            TO RSV-SITUACAO
                   WRITE REG-RESERVA
               NOT INVALID KEY
                   MOVE ENC-QTDE-ALOCADA TO RSV-QTDE
                   MOVE WS-HOJE-AAAAMMDD TO RSV-DT-RESERVA
                   MOVE 'ATV'            TO RSV-SITUACAO
                   REWRITE REG-RESERVA
           END-READ

           DISPLAY " PRONTA PARA EXPEDIR: PEDIDO " ENC-NR-PEDIDO
               " ITEM " ENC-NR-ITEM " CLIENTE " ENC-COD-CLIENTE
               " VENDEDOR " ENC-COD-VENDEDOR " QTDE " WS-QTDE-ALOCAR.
       2000-ALOCA-MAIS-ANTIGA-FIM.
           EXIT.

       END PROGRAM ALOCA_ENCOMENDA.
