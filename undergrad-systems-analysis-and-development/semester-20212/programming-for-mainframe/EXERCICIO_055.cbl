      * PEDIDOS DE COMPRA REAIS DE UMA SO VEZ (MODO 2). NA
      * CONFIRMACAO, A MELHOR COTACAO VALIDA DO PRODUTO (COTACOES,
      * EXERCICIO_093) ENTRA COMO FORNECEDOR E PRECO PADRAO DO
      * PEDIDO, NO LUGAR DO FORNECEDOR FIXO DO CADASTRO. PRODUTO QUE
      * E KIT (ESTRUTURA EM KITS) NAO TEM ESTOQUE PROPRIO E FICA FORA
      * DA SUGESTAO: QUEM E COMPRADO SAO OS COMPONENTES. PRODUTO COM
      * PONTO PROPRIO CALCULADO PELO CONSUMO (PONTO_DEP, EXERCICIO_168
      * E EXERCICIO_169) USA A SOMA DOS SEUS PONTOS NOS DEPOSITOS NO
      * LUGAR DO PONTO DIGITADO, COM A MESMA FOLGA ATE A QUANTIDADE
      * ALVO; OS DEMAIS SEGUEM COM O PONTO E O ALVO DIGITADOS. SO
      * PRODUTO ATIVO E SUGERIDO: BLOQUEADO PARA COMPRA, DESCONTINUADO
      * OU INATIVO (SITUACAO JA EM VIGOR) FICA FORA DA SUGESTAO E, SE
      * MUDOU DEPOIS DELA, TAMBEM DA CONFIRMACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SUG.

           SELECT KITS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS KIT-CHAVE
           FILE STATUS     IS WS-FS-KIT.

           SELECT PONTO_DEP ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\ponto_dep.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PTD-CHAVE
           FILE STATUS     IS WS-FS-PONTO.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           03 SUG-NOME-PRODUTO      PIC X(20).
           03 SUG-QTDE-SUGERIDA     PIC 9(09).

      *> ESTRUTURA DOS KITS (EXERCICIO_164).
       FD KITS.
       01 REG-KIT.
           COPY KIT.

      *> PONTO DE REPOSICAO POR DEPOSITO E PRODUTO.
       FD PONTO_DEP.
       01 REG-PONTO-DEP.
           COPY PONTODEP.

       WORKING-STORAGE SECTION.
       77 WS-FS-PROD            PIC 99.
       77 WS-FS-PC              PIC 99.
       77 WS-FS-RSV             PIC 99.
       77 WS-QTDE-DISPONIVEL    PIC S9(009).

      *> PRODUTOS QUE SAO KIT, ENDERECADOS PELO COD-PRODUTO.
       01 WS-TAB-KIT.
           03 WS-E-KIT OCCURS 999 TIMES PIC X(001).
       77 WS-FS-KIT             PIC 99.

      *> SOMA DOS PONTOS PROPRIOS DE CADA PRODUTO NOS DEPOSITOS,
      *> ENDERECADA PELO COD-PRODUTO, E O PONTO E O ALVO QUE VALEM
      *> PARA O PRODUTO EM EXAME.
       01 WS-TAB-PONTO-PROD.
           03 WS-PPR-PRODUTO OCCURS 999 TIMES.
              05 WS-PPR-PONTO       PIC 9(009).
              05 WS-PPR-TEM         PIC X(001).
       77 WS-FS-PONTO           PIC 99.
       77 WS-PONTO-VALE         PIC 9(009).
       77 WS-ALVO-VALE          PIC 9(009).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ SUGESTAO DE COMPRA POR REPOSICAO ------'
      *> RODAR ANTES, PARA SO A FALTA VERDADEIRA VIRAR COMPRA.
           DISPLAY '* RODE O REBALANCEAMENTO (EXERCICIO_099) ANTES '
               'DE GERAR SUGESTOES *'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           DISPLAY 'INFORME O PONTO DE REPOSICAO (PRODUTOS SEM PONTO '
               'CALCULADO):'
           ACCEPT WS-PONTO-REPOSICAO
           DISPLAY 'INFORME A QUANTIDADE ALVO APOS A COMPRA:'
           ACCEPT WS-QTDE-ALVO
           PERFORM 1150-CARREGA-RESERVAS
               THRU 1150-CARREGA-RESERVAS-FIM.

           PERFORM 1160-CARREGA-KITS THRU 1160-CARREGA-KITS-FIM.

           PERFORM 1170-CARREGA-PONTOS THRU 1170-CARREGA-PONTOS-FIM.

           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT PRODUTOS
           CLOSE RESERVAS.
       1150-CARREGA-RESERVAS-FIM.
           EXIT.
      *
       1160-CARREGA-KITS.
           MOVE SPACES TO WS-TAB-KIT
           SET WS-FS-KIT TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT KITS
           IF WS-FS-KIT EQUAL 35
               GO TO 1160-CARREGA-KITS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ KITS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF KIT-COD-KIT > ZEROS
                           MOVE 'S' TO WS-E-KIT(KIT-COD-KIT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KITS.
       1160-CARREGA-KITS-FIM.
           EXIT.
      *
      *> SO OS PONTOS PROPRIOS DE PRODUTO ENTRAM; O PONTO GERAL DO
      *> DEPOSITO (PRODUTO 000) E DO REBALANCEAMENTO.
       1170-CARREGA-PONTOS.
           INITIALIZE WS-TAB-PONTO-PROD
           SET WS-FS-PONTO TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT PONTO_DEP
           IF WS-FS-PONTO EQUAL 35
               GO TO 1170-CARREGA-PONTOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ PONTO_DEP
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PTD-COD-PRODUTO > ZEROS
                           ADD PTD-PONTO-REPOSICAO
                               TO WS-PPR-PONTO(PTD-COD-PRODUTO)
                           MOVE 'S' TO WS-PPR-TEM(PTD-COD-PRODUTO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PONTO_DEP.
       1170-CARREGA-PONTOS-FIM.
           EXIT.
      *
       1200-SUGERE-PRODUTO.
           READ PRODUTOS NEXT RECORD
               MOVE 1 TO WS-EOF
           NOT AT END

           IF WS-E-KIT(COD-PRODUTO) EQUAL 'S'
               GO TO 1200-SUGERE-PRODUTO-FIM
           END-IF

      *> BLOQUEADO PARA COMPRA, DESCONTINUADO E INATIVO NUNCA SAO
      *> SUGERIDOS, A PARTIR DA DATA DE VIGENCIA DA SITUACAO.
           IF NOT PRODUTO-ATIVO AND
               DT-SITUACAO-PRODUTO NOT > WS-HOJE-AAAAMMDD
               GO TO 1200-SUGERE-PRODUTO-FIM
           END-IF

      *> A DISPONIBILIDADE DESCONTA AS RESERVAS DOS PEDIDOS DE VENDA
      *> EM ABERTO: ESTOQUE PROMETIDO NAO CONTA COMO COBERTURA.
           COMPUTE WS-QTDE-DISPONIVEL =
               ESTOQUE-PRODUTO - WS-RESERVADO(COD-PRODUTO)

      *> PONTO PROPRIO CALCULADO PELO CONSUMO: O ALVO GUARDA A MESMA
      *> FOLGA ACIMA DO PONTO QUE O PAR DIGITADO.
           IF WS-PPR-TEM(COD-PRODUTO) EQUAL 'S'
               MOVE WS-PPR-PONTO(COD-PRODUTO) TO WS-PONTO-VALE
               COMPUTE WS-ALVO-VALE = WS-PONTO-VALE +
                   WS-QTDE-ALVO - WS-PONTO-REPOSICAO
           ELSE
               MOVE WS-PONTO-REPOSICAO TO WS-PONTO-VALE
               MOVE WS-QTDE-ALVO       TO WS-ALVO-VALE
           END-IF

           IF WS-QTDE-DISPONIVEL NOT < WS-PONTO-VALE
               GO TO 1200-SUGERE-PRODUTO-FIM
           END-IF

           MOVE WS-PENDENTE(COD-PRODUTO) TO WS-QTDE-PENDENTE

           COMPUTE WS-QTDE-SUGERIDA =
               WS-ALVO-VALE - WS-QTDE-DISPONIVEL - WS-QTDE-PENDENTE

           IF WS-QTDE-SUGERIDA > 0
               MOVE COD-FORNECEDOR    TO SUG-COD-FORNECEDOR
               MOVE 1 TO WS-EOF
           NOT AT END

      *> PRODUTO QUE SAIU DA COMPRA DEPOIS DA SUGESTAO NAO VIRA PEDIDO.
           IF WS-FS-PROD NOT EQUAL 35
               MOVE SUG-COD-PRODUTO TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'A' TO SITUACAO-PRODUTO
               END-READ
               IF NOT PRODUTO-ATIVO AND
                   DT-SITUACAO-PRODUTO NOT > WS-HOJE-AAAAMMDD
                   DISPLAY " PRODUTO " SUG-COD-PRODUTO
                       " SAIU DA COMPRA (SITUACAO " SITUACAO-PRODUTO
                       ") - SUGESTAO NAO CONFIRMADA"
                   GO TO 3100-CONFIRMA-UMA-FIM
               END-IF
           END-IF

           MOVE WS-NR-PEDIDO       TO PC-NR-PEDIDO
           MOVE SUG-COD-FORNECEDOR TO PC-COD-FORNECEDOR
           MOVE SUG-COD-PRODUTO    TO PC-COD-PRODUTO
