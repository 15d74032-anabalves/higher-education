      * GRAVADA COMO UM PAR DE MOVIMENTOS EM MOVTO_ESTOQUE (SAIDA DE
      * UM, ENTRADA NO OUTRO) COM OS SALDOS DE ESTOQUE_DEP
      * ATUALIZADOS, E RELATORIOS DE ESTOQUE BAIXO E VALORIZACAO
      * ABERTOS POR DEPOSITO COM O TOTAL CONSOLIDADO. A ENTRADA NO
      * DEPOSITO 01 E ALOCADA AS ENCOMENDAS DE CLIENTE EM ABERTO, DA
      * MAIS ANTIGA PARA A MAIS NOVA (ALOCA_ENCOMENDA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-BL-DEPOSITO    PIC 9(002).
       77 WS-BL-QTDE        PIC 9(009).
       77 WS-BL-RESULTADO   PIC X(001).

      *> ALOCACAO DA ENTRADA AS ENCOMENDAS DE CLIENTE EM ABERTO
      *> (SUBROTINA ALOCA_ENCOMENDA - MAIS ANTIGA PRIMEIRO).
       77 WS-AE-PRODUTO     PIC 9(003).
       77 WS-AE-DEPOSITO    PIC 9(002).
       77 WS-AE-QTDE        PIC 9(009).
       77 WS-AE-ALOCADA     PIC 9(009).
       77 WS-ESTOQUE-MINIMO     PIC 9(009).
       77 WS-VALOR-ITEM         PIC S9(013)V9(002).
       77 WS-TOTAL-DEP          PIC S9(013)V9(002).
            PERFORM 7000-GRAVA-PAR-MOVTO THRU 7000-GRAVA-PAR-MOVTO-FIM

            DISPLAY "*** TRANSFERENCIA GRAVADA ***"

      *> A ENTRADA NO DESTINO ATENDE PRIMEIRO AS ENCOMENDAS.
            MOVE WS-COD-PRODUTO TO WS-AE-PRODUTO
            MOVE WS-DEP-DESTINO TO WS-AE-DEPOSITO
            MOVE WS-QTDE-TRANSF TO WS-AE-QTDE
            CALL 'ALOCA_ENCOMENDA' USING WS-AE-PRODUTO,
                WS-AE-DEPOSITO, WS-AE-QTDE, WS-AE-ALOCADA
            IF WS-AE-ALOCADA > ZEROS
               DISPLAY "ALOCADO A ENCOMENDAS DE CLIENTES: "
                   WS-AE-ALOCADA " (EXPEDIR PELO EXERCICIO_064)"
            END-IF
            GO TO MENU-001.
      *
       7000-GRAVA-PAR-MOVTO.
