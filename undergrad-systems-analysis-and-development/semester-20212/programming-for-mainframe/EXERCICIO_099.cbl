      * (MODO 2). SO A FALTA QUE SOBRAR DEPOIS DO REBALANCEAMENTO
      * DEVE SEGUIR PARA A SUGESTAO DE COMPRA (EXERCICIO_055) -
      * PARAMOS DE PAGAR FORNECEDOR POR ESTOQUE QUE JA E NOSSO.
      * O PONTO VALE POR PRODUTO E DEPOSITO QUANDO O CALCULO PELO
      * CONSUMO (EXERCICIO_168/169) JA GEROU UM PONTO PROPRIO PARA O
      * PRODUTO; SENAO VALE O PONTO GERAL DO DEPOSITO (PRODUTO 000).
      * PRODUTO DESCONTINUADO OU INATIVO (SITUACAO JA EM VIGOR NO
      * CADASTRO DE PRODUTOS) NAO RECEBE PROPOSTA DE TRANSFERENCIA.
      * A ENTRADA NO DEPOSITO 01 E ALOCADA AS ENCOMENDAS DE CLIENTE EM
      * ABERTO, DA MAIS ANTIGA PARA A MAIS NOVA (ALOCA_ENCOMENDA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      -        '\ponto_dep.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PTD-CHAVE
           FILE STATUS     IS WS-FS-PONTO.

           SELECT TRANSF_PROPOSTAS ASSIGN TO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOVTO.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.
       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE_DEP.

       FD PONTO_DEP.
       01 REG-PONTO-DEP.
           COPY PONTODEP.

       FD TRANSF_PROPOSTAS.
       01 REG-PROPOSTA.
       01 REG-MOVTO-ESTOQUE.
           COPY MOVTO.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       WORKING-STORAGE SECTION.
       77 WS-FS-ESTDEP      PIC 99.
       77 WS-FS-PONTO       PIC 99.
       77 WS-FS-PROP        PIC 99.
       77 WS-FS-MOVTO       PIC 99.
       77 WS-FS-PROD        PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-OPCAO          PIC 9(001).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       01 WS-TAB-PONTOS.
           03 WS-PONTO-DEP OCCURS 10 TIMES PIC 9(009).

      *> PONTO PROPRIO DE CADA PRODUTO POR DEPOSITO (CALCULADO PELO
      *> CONSUMO) E O PONTO QUE VALE PARA O PRODUTO EM EXAME: O
      *> PROPRIO, SE HOUVER, SENAO O GERAL DO DEPOSITO.
       01 WS-TAB-PONTO-PROD.
           03 WS-PTP-PRODUTO OCCURS 999 TIMES.
              05 WS-PTP-DEP OCCURS 10 TIMES.
                 07 WS-PTP-PONTO       PIC 9(009).
                 07 WS-PTP-TEM         PIC X(001).
       01 WS-TAB-PONTO-VALE.
           03 WS-PONTO-VALE OCCURS 10 TIMES PIC 9(009).

      *> PRODUTO FORA DO REBALANCEAMENTO (DESCONTINUADO OU INATIVO).
       01 WS-TAB-FORA.
           03 WS-FORA OCCURS 999 TIMES PIC X(001).

      *> CONSUMO DE LOTES POR VALIDADE (SUBROTINA BAIXA_LOTE - FEFO).
       77 WS-BL-PRODUTO     PIC 9(003).
       77 WS-BL-DEPOSITO    PIC 9(002).
       77 WS-BL-QTDE        PIC 9(009).
       77 WS-BL-RESULTADO   PIC X(001).

      *> ALOCACAO DA ENTRADA AS ENCOMENDAS DE CLIENTE EM ABERTO
      *> (SUBROTINA ALOCA_ENCOMENDA - MAIS ANTIGA PRIMEIRO).
       77 WS-AE-PRODUTO     PIC 9(003).
       77 WS-AE-DEPOSITO    PIC 9(002).
       77 WS-AE-QTDE        PIC 9(009).
       77 WS-AE-ALOCADA     PIC 9(009).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- REBALANCEAMENTO ENTRE DEPOSITOS ----'
               GO TO 1000-GERA-PROPOSTAS-FIM
           END-IF

           PERFORM 1300-CARREGA-SITUACAO
               THRU 1300-CARREGA-SITUACAO-FIM

           SET WS-FS-PROP TO 0.
           OPEN OUTPUT TRANSF_PROPOSTAS

               GO TO 1100-CARREGA-PONTOS-FIM
           END-IF

           INITIALIZE WS-TAB-PONTO-PROD
           PERFORM UNTIL WS-EOF = 1
               READ PONTO_DEP NEXT RECORD
                   AT END
                   NOT AT END
                       IF PTD-COD-DEPOSITO > ZEROS AND
                           PTD-COD-DEPOSITO NOT > WS-DEP-MAX
                           IF PTD-COD-PRODUTO EQUAL ZEROS
                               MOVE PTD-PONTO-REPOSICAO
                                   TO WS-PONTO-DEP(PTD-COD-DEPOSITO)
                           ELSE
                               MOVE PTD-PONTO-REPOSICAO
                                   TO WS-PTP-PONTO(PTD-COD-PRODUTO,
                                       PTD-COD-DEPOSITO)
                               MOVE 'S'
                                   TO WS-PTP-TEM(PTD-COD-PRODUTO,
                                       PTD-COD-DEPOSITO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       1200-CARREGA-SALDOS-FIM.
           EXIT.
      *
      *> A SITUACAO SO VALE A PARTIR DA DATA DE VIGENCIA.
       1300-CARREGA-SITUACAO.
           MOVE SPACES TO WS-TAB-FORA
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD EQUAL 35
               GO TO 1300-CARREGA-SITUACAO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF (PRODUTO-DESCONTINUADO OR PRODUTO-INATIVO)
                           AND DT-SITUACAO-PRODUTO NOT >
                           WS-HOJE-AAAAMMDD AND COD-PRODUTO > ZEROS
                           MOVE 'S' TO WS-FORA(COD-PRODUTO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRODUTOS.
       1300-CARREGA-SITUACAO-FIM.
           EXIT.
      *
      **************************************
      * PARA UM PRODUTO: CADA DEPOSITO EM  *
      * FALTA RECEBE DA MAIOR SOBRA        *
      **************************************
      *
       2000-PROPOE-PRODUTO.
           IF WS-FORA(WS-COD) EQUAL 'S'
               GO TO 2000-PROPOE-PRODUTO-FIM
           END-IF

           PERFORM VARYING WS-DEP FROM 1 BY 1
               UNTIL WS-DEP > WS-DEP-MAX
               IF WS-PTP-TEM(WS-COD, WS-DEP) EQUAL 'S'
                   MOVE WS-PTP-PONTO(WS-COD, WS-DEP)
                       TO WS-PONTO-VALE(WS-DEP)
               ELSE
                   MOVE WS-PONTO-DEP(WS-DEP) TO WS-PONTO-VALE(WS-DEP)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DEP FROM 1 BY 1
               UNTIL WS-DEP > WS-DEP-MAX
               IF WS-PONTO-VALE(WS-DEP) > ZEROS AND
                   WS-SAL-DEP(WS-COD, WS-DEP) <
                   WS-PONTO-VALE(WS-DEP)
                   PERFORM 2100-COBRE-FALTA
                       THRU 2100-COBRE-FALTA-FIM
               END-IF
      *
       2100-COBRE-FALTA.
           COMPUTE WS-QTDE-FALTA =
               WS-PONTO-VALE(WS-DEP) - WS-SAL-DEP(WS-COD, WS-DEP)

           PERFORM VARYING PRP-DEP-ORIGEM FROM 1 BY 1
               UNTIL PRP-DEP-ORIGEM > WS-DEP-MAX OR
                     WS-QTDE-FALTA = ZEROS
               IF PRP-DEP-ORIGEM NOT EQUAL WS-DEP AND
                   WS-PONTO-VALE(PRP-DEP-ORIGEM) > ZEROS AND
                   WS-SAL-DEP(WS-COD, PRP-DEP-ORIGEM) >
                   WS-PONTO-VALE(PRP-DEP-ORIGEM)
                   COMPUTE WS-QTDE-SOBRA =
                       WS-SAL-DEP(WS-COD, PRP-DEP-ORIGEM) -
                       WS-PONTO-VALE(PRP-DEP-ORIGEM)
                   IF WS-QTDE-SOBRA > WS-QTDE-FALTA
                       MOVE WS-QTDE-FALTA TO WS-QTDE-TRANSF
                   ELSE
               " DO DEPOSITO " PRP-DEP-ORIGEM " PARA O "
               PRP-DEP-DESTINO

      *> A ENTRADA NO DESTINO ATENDE PRIMEIRO AS ENCOMENDAS.
           MOVE PRP-COD-PRODUTO TO WS-AE-PRODUTO
           MOVE PRP-DEP-DESTINO TO WS-AE-DEPOSITO
           MOVE PRP-QTDE        TO WS-AE-QTDE
           CALL 'ALOCA_ENCOMENDA' USING WS-AE-PRODUTO,
               WS-AE-DEPOSITO, WS-AE-QTDE, WS-AE-ALOCADA
           IF WS-AE-ALOCADA > ZEROS
               DISPLAY "   ALOCADO A ENCOMENDAS DE CLIENTES: "
                   WS-AE-ALOCADA
           END-IF

           END-READ.
       3100-EXECUTA-UMA-FIM.
           EXIT.
