      * (CRED_CHECK) E GERA A DUPLICATA DE COBRANCA EM DUPLICATAS
      * (PARCELADA VIA CALC_PARCELA QUANDO O CLIENTE PARCELA), COM A
      * LISTAGEM DOS PEDIDOS EM ABERTO - LIGANDO ENFIM A VENDA AO
      * ESTOQUE QUE ELA CONSOME E A DUPLICATA QUE A COBRA. PRODUTO
      * QUE E KIT (ESTRUTURA EM KITS, EXERCICIO_164) ENTRA PELO PRECO
      * DO KIT, COM O CUSTO DA SOMA DOS COMPONENTES, E E EXPLODIDO EM
      * UM ITEM POR COMPONENTE (PRECO ZERO, QUANTIDADE POR KIT VEZES
      * A DE KITS): OS COMPONENTES SAO QUE TEM A DISPONIBILIDADE
      * CONFERIDA, A RESERVA, A SAIDA-VENDA E O CONSUMO DE LOTES; O
      * ITEM DO KIT CARREGA O VALOR E O IMPOSTO. PRODUTO
      * DESCONTINUADO OU INATIVO (SITUACAO JA EM VIGOR) NAO ENTRA EM
      * PEDIDO NEM EM ORCAMENTO; O DESCONTINUADO INDICA AO VENDEDOR O
      * PRODUTO SUBSTITUTO. ITEM SEM SALDO PARA A QUANTIDADE TODA
      * PODE SER CONFIRMADO EM PARTE: ENTREGA E COBRA O DISPONIVEL E
      * O RESTO FICA EM ENCOMENDA (ARQUIVO ENCOMENDAS) COM A DATA
      * PROMETIDA AO CLIENTE; A ENTRADA DE MERCADORIA ALOCA AS
      * ENCOMENDAS (ALOCA_ENCOMENDA), A OPCAO 6 LISTA AS PRONTAS PARA
      * EXPEDIR POR VENDEDOR E A OPCAO 7 AS TRANSFORMA EM ITENS DO
      * PEDIDO PARA A CONFIRMACAO NORMAL.
      * AO FECHAR, O DOCUMENTO DO ORCAMENTO (orcamento_rel) E
      * CATALOGADO NO SPOOL (ARQUIVA_REL) PARA CONSULTA E REIMPRESSAO
      * PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPL.

           SELECT KITS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS KIT-CHAVE
           FILE STATUS     IS WS-FS-KIT.

           SELECT ENCOMENDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\encomendas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ENC-CHAVE
           FILE STATUS     IS WS-FS-ENC.
       DATA DIVISION.
       FILE SECTION.
      *> UM REGISTRO POR ITEM DO PEDIDO DE VENDA (NUMERO + ITEM),
      *> NO MESMO ESQUEMA DE CHAVE COMPOSTA DE MATRICULA.
       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD CLIENTES.
       01 REG-CLIENTE.
       FD ORCAMENTOS.
       01 REG-ORCAMENTO.
           03 ORC-NR-PEDIDO         PIC 9(07).
           03 ORC-COD-CLIENTE       PIC 9(05).
           03 ORC-COD-VENDEDOR      PIC 9(03).
           03 ORC-DT-EMISSAO        PIC 9(08).
           03 ORC-DT-VALIDADE       PIC 9(08).
       FD ACORDOS_PRECO.
       01 REG-ACORDO-PRECO.
           03 APR-CHAVE.
              05 APR-COD-CLIENTE    PIC 9(05).
              05 APR-COD-PRODUTO    PIC 9(03).
           03 APR-TIPO              PIC X(01).
           03 APR-PCT-DESCONTO      PIC 9(03)V9(02).
       01 REG-DUPLICATA.
           COPY DUPLICATA.

      *> ESTRUTURA DO KIT: COMPONENTES E QUANTIDADE POR KIT.
       FD KITS.
       01 REG-KIT.
           COPY KIT.

      *> SALDO DE ITEM QUE FICOU DEVENDO AO CLIENTE NA CONFIRMACAO
      *> PARCIAL (ENCOMENDA), COM A DATA PROMETIDA.
       FD ENCOMENDAS.
       01 REG-ENCOMENDA.
           COPY ENCOMEND.

       WORKING-STORAGE SECTION.
       77 WS-FS-PV              PIC 99.
       77 WS-FS-CLI             PIC 99.
       77 WS-BL-QTDE        PIC 9(009).
       77 WS-BL-RESULTADO   PIC X(001).
       77 WS-NR-ITEM            PIC 9(002).
       77 WS-COD-CLIENTE        PIC 9(005).
       77 WS-COD-VENDEDOR       PIC 9(003).
       77 WS-COD-PRODUTO        PIC 9(003).
       77 WS-QTDE               PIC 9(009).
       77 WS-VL-ORCAMENTO       PIC S9(013)V9(002).
       01 WS-LINHA-DOC          PIC X(132).

      *> COMPONENTES DO KIT EM ENTRADA (CARREGADOS DE KITS), PARA A
      *> DISPONIBILIDADE E A EXPLOSAO EM ITENS DE COMPONENTE.
       77 WS-FS-KIT             PIC 99.
       77 WS-EOF-KIT            PIC 99.
       77 WS-KIT-OK             PIC X(001).
       77 WS-KIT-QTD-COMP       PIC 9(002).
       77 WS-KIT-IDX            PIC 9(002).
       77 WS-ITEM-KIT           PIC 9(002).
       77 WS-QTDE-KIT           PIC 9(009).
       77 WS-QTDE-COMP          PIC 9(009).
       01 WS-TAB-KIT.
           03 WS-KIT-COMP OCCURS 20 TIMES.
              05 WS-KIT-COD-COMP    PIC 9(003).
              05 WS-KIT-QTDE-COMP   PIC 9(005).

      *> CONFIRMACAO PARCIAL: QUANTO DE CADA ITEM SAI AGORA E QUANTO
      *> FICA EM ENCOMENDA, GUARDADO NA PRIMEIRA PASSADA PARA O
      *> IMPOSTO E A BAIXA USAREM SO O QUE E ENTREGUE.
       77 WS-FS-ENC             PIC 99.
       77 WS-EOF-ENC            PIC 99.
       77 WS-QTD-FALTA          PIC 9(003).
       77 WS-QTD-ENCOMENDAS     PIC 9(003).
       77 WS-DT-PROMETIDA       PIC 9(008).
       77 W-PARCIAL             PIC X(001).
       77 WS-VEND-LISTA         PIC 9(003).
       01 WS-TAB-EXPEDIR.
           03 WS-EXP-ITEM OCCURS 99 TIMES.
              05 WS-EXP-QTDE        PIC 9(009).
              05 WS-EXP-FALTA       PIC 9(009).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O DOCUMENTO DO
      *> ORCAMENTO FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_064'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'ORCAMENTO DE PEDIDO DE VENDA'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'VENDA'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
      *
      ******************
            DISPLAY "| 3 - PEDIDOS EM ABERTO |"
            DISPLAY "| 4 - CANCELAR PEDIDO   |"
            DISPLAY "| 5 - CONVERTER ORCAMENTO|"
            DISPLAY "| 6 - ENCOMENDAS PRONTAS|"
            DISPLAY "| 7 - EXPEDIR ENCOMENDA |"
            DISPLAY "| 99 - SAIR             |"
            DISPLAY '|-----------------------|'
            DISPLAY " "
               GO TO CNV-ORC-001.
            IF W-OPCAO = 3
               GO TO LIS-001.
            IF W-OPCAO = 6
               GO TO PRO-001.
            IF W-OPCAO = 7
               GO TO EXP-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            IF W-OPCAO NOT = 1 AND 2 AND 3 AND 4 AND 5 AND 6 AND 7
               AND 99
               DISPLAY "*** DIGITE APENAS 1 A 7 OU 99 ***"
               DISPLAY " "
               GO TO MENU-001.
      *
                    CLOSE PRODUTOS
            END-READ.

      *> A SITUACAO SO VALE A PARTIR DA DATA DE VIGENCIA.
       INC-ITEM-SIT.
            IF DT-SITUACAO-PRODUTO > WS-HOJE-AAAAMMDD
               GO TO INC-ITEM-KIT.
            IF PRODUTO-INATIVO
               DISPLAY "*** PRODUTO INATIVO - NAO PODE SER VENDIDO ***"
               GO TO INC-ITEM.
            IF NOT PRODUTO-DESCONTINUADO
               GO TO INC-ITEM-KIT.
            DISPLAY "*** PRODUTO DESCONTINUADO DESDE "
                DT-SITUACAO-PRODUTO " - NAO PODE SER VENDIDO ***"
            IF COD-PRODUTO-SUBST = ZEROS
               DISPLAY "* PRODUTO SEM SUBSTITUTO CADASTRADO *"
               GO TO INC-ITEM.
            MOVE COD-PRODUTO-SUBST TO COD-PRODUTO
            OPEN INPUT PRODUTOS
            READ PRODUTOS
                INVALID KEY
                    MOVE SPACES TO NOME-PRODUTO
            END-READ
            CLOSE PRODUTOS
            DISPLAY "* OFERECA O SUBSTITUTO: " COD-PRODUTO " "
                NOME-PRODUTO " PRECO DE LISTA: " PRECO-PRODUTO " *"
            GO TO INC-ITEM.

      *> KIT: CARREGA OS COMPONENTES; O CUSTO DO KIT E A SOMA DO
      *> CUSTO MEDIO DOS COMPONENTES PELA QUANTIDADE POR KIT.
       INC-ITEM-KIT.
            PERFORM 8700-CARREGA-KIT THRU 8700-CARREGA-KIT-FIM
            IF WS-KIT-OK = 'N'
               GO TO INC-ITEM.
            IF WS-KIT-QTD-COMP > ZEROS
               IF WS-QTD-ITENS + 1 + WS-KIT-QTD-COMP > 99
                  DISPLAY "*** KIT NAO CABE NO PEDIDO (LIMITE DE 99 "
                      "ITENS) ***"
                  GO TO INC-ITEM
               END-IF
               DISPLAY "KIT COM " WS-KIT-QTD-COMP " COMPONENTES - "
                   "CUSTO DOS COMPONENTES: " WS-CUSTO-ITEM
            END-IF.

      *> O ACORDO COMERCIAL DO CLIENTE (EXERCICIO_102) SOBREPOE O
      *> PRECO DE LISTA; PRECO ABAIXO DO CUSTO MEDIO SO PASSA COM
      *> LIBERACAO DE OPERADOR AUTORIZADO.
            IF WS-TIPO-DOC = 'O'
                GO TO INC-ITEM-3.
       INC-ITEM-2A.
      *> NO KIT A DISPONIBILIDADE E A DE CADA COMPONENTE.
            IF WS-KIT-QTD-COMP > ZEROS
               MOVE 'S' TO WS-KIT-OK
               PERFORM 8750-CONFERE-COMPONENTE
                   THRU 8750-CONFERE-COMPONENTE-FIM
                   VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
               IF WS-KIT-OK = 'N'
                  GO TO INC-ITEM
               END-IF
               GO TO INC-ITEM-3.
            MOVE WS-COD-PRODUTO TO WS-RSV-PRODUTO
            PERFORM 8000-SOMA-RESERVAS THRU 8000-SOMA-RESERVAS-FIM
            OPEN INPUT PRODUTOS
            MOVE WS-PRECO-ITEM   TO PV-PRECO-UNIT
            MOVE WS-HOJE-AAAAMMDD TO PV-DT-PEDIDO
            MOVE 'ABE'           TO PV-ST-PEDIDO
            MOVE SPACE           TO PV-TIPO-ITEM
            MOVE ZEROS           TO PV-NR-ITEM-KIT
            MOVE ZEROS           TO PV-QTDE-POR-KIT
            IF WS-KIT-QTD-COMP > ZEROS
                MOVE 'K' TO PV-TIPO-ITEM
            END-IF

      *> O ITEM DO KIT NAO TEM ESTOQUE PROPRIO E NAO RESERVA; QUEM
      *> RESERVA SAO OS ITENS DE COMPONENTE.
            IF WS-TIPO-DOC = 'O'
                MOVE 'ORC' TO PV-ST-PEDIDO
            ELSE
                IF NOT PV-ITEM-KIT
                    PERFORM 8100-GRAVA-RESERVA
                        THRU 8100-GRAVA-RESERVA-FIM
                END-IF
            END-IF

            WRITE REG-PEDIDO-VENDA
                INVALID KEY
                    DISPLAY "*** ITEM JA EXISTE NO PEDIDO ***"
                    SUBTRACT 1 FROM WS-QTD-ITENS
                NOT INVALID KEY
                    IF WS-KIT-QTD-COMP > ZEROS
                        PERFORM 8800-EXPLODE-KIT
                            THRU 8800-EXPLODE-KIT-FIM
                    END-IF
            END-WRITE
            GO TO INC-ITEM.
      *
            MOVE ZEROS TO WS-VALOR-TOTAL
            MOVE ZEROS TO WS-COD-CLIENTE
            MOVE 'S' TO WS-ESTOQUE-OK
            MOVE ZEROS TO WS-QTD-FALTA
            INITIALIZE WS-TAB-EXPEDIR
            SET WS-EOF TO 0
            MOVE WS-NR-PEDIDO TO PV-NR-PEDIDO
            MOVE ZEROS        TO PV-NR-ITEM

            CLOSE PRODUTOS

            IF WS-VALOR-TOTAL = ZEROS AND WS-QTD-FALTA = ZEROS
               DISPLAY "*** PEDIDO SEM ITENS EM ABERTO ***"
               CLOSE PEDIDOS_VENDA
               GO TO MENU-001.
               CLOSE PEDIDOS_VENDA
               GO TO MENU-001.

      *> ITEM SEM SALDO PARA A QUANTIDADE TODA: O VENDEDOR PODE
      *> CONFIRMAR O DISPONIVEL E DEIXAR O RESTO EM ENCOMENDA.
       CNF-PARC-001.
            IF WS-QTD-FALTA = ZEROS
               GO TO CNF-002.

            IF WS-VALOR-TOTAL = ZEROS
               DISPLAY "*** NENHUM ITEM COM SALDO PARA ENTREGAR - "
                   "PEDIDO CONTINUA EM ABERTO ***"
               CLOSE PEDIDOS_VENDA
               GO TO MENU-001.

            DISPLAY WS-QTD-FALTA " ITEM(NS) SEM SALDO PARA A "
                "QUANTIDADE TODA."
            DISPLAY "CONFIRMAR O DISPONIVEL E DEIXAR O RESTO EM "
                "ENCOMENDA (S/N)?"
            ACCEPT W-PARCIAL
            IF W-PARCIAL NOT = 'S' AND 's'
               DISPLAY "*** PEDIDO NAO CONFIRMADO POR FALTA DE "
                   "ESTOQUE ***"
               CLOSE PEDIDOS_VENDA
               GO TO MENU-001.

       CNF-PARC-002.
            DISPLAY "DATA PROMETIDA AO CLIENTE PARA O SALDO "
                "(AAAAMMDD):"
            ACCEPT WS-DT-PROMETIDA
            IF WS-DT-PROMETIDA < WS-HOJE-AAAAMMDD
               DISPLAY "*** DATA PROMETIDA NAO PODE SER ANTERIOR A "
                   "HOJE ***"
               GO TO CNF-PARC-002.

       CNF-002.
      *> O IMPOSTO DE CADA ITEM E CALCULADO E SOMADO AO VALOR
      *> COBRADO, PARA AS DUPLICATAS JA SAIREM COM O IMPOSTO; A
      *> GRAVACAO NO LIVRO FISCAL FICA PARA DEPOIS DO CREDITO.
           END-IF

           MOVE PV-COD-CLIENTE TO WS-COD-CLIENTE
           MOVE PV-QTDE TO WS-EXP-QTDE(PV-NR-ITEM)
           MOVE ZEROS   TO WS-EXP-FALTA(PV-NR-ITEM)

      *> O ESTOQUE DO KIT E CONFERIDO NOS ITENS DE COMPONENTE.
           IF PV-ITEM-KIT
               COMPUTE WS-VALOR-TOTAL =
                   WS-VALOR-TOTAL + (PV-QTDE * PV-PRECO-UNIT)
               GO TO 2100-CONFERE-ITEM-FIM
           END-IF

           IF WS-FS-PROD NOT EQUAL 35
               MOVE PV-COD-PRODUTO TO COD-PRODUTO
                               "PRODUTO " PV-COD-PRODUTO
                               " (TEM " ESTOQUE-PRODUTO
                               " PRECISA " PV-QTDE ") ***"
                           PERFORM 2110-MARCA-FALTA
                               THRU 2110-MARCA-FALTA-FIM
                       END-IF
               END-READ
           END-IF

      *> O VALOR DO PEDIDO E O DA QUANTIDADE QUE SAI AGORA.
           COMPUTE WS-VALOR-TOTAL = WS-VALOR-TOTAL +
               (WS-EXP-QTDE(PV-NR-ITEM) * PV-PRECO-UNIT)

           END-READ.
       2100-CONFERE-ITEM-FIM.
           EXIT.
      *
      *> O COMPONENTE DE KIT NAO SAI EM PARTE (O KIT E VENDIDO
      *> INTEIRO); O ITEM AVULSO ENTREGA O DISPONIVEL E O RESTO PODE
      *> FICAR EM ENCOMENDA.
       2110-MARCA-FALTA.
           IF PV-ITEM-COMPONENTE
               DISPLAY "*** COMPONENTE DE KIT NAO ADMITE ENTREGA "
                   "PARCIAL ***"
               MOVE 'N' TO WS-ESTOQUE-OK
               GO TO 2110-MARCA-FALTA-FIM
           END-IF

           IF WS-QTDE-DISPONIVEL < ZEROS
               MOVE ZEROS TO WS-QTDE-DISPONIVEL
           END-IF
           MOVE WS-QTDE-DISPONIVEL TO WS-EXP-QTDE(PV-NR-ITEM)
           COMPUTE WS-EXP-FALTA(PV-NR-ITEM) =
               PV-QTDE - WS-QTDE-DISPONIVEL
           ADD 1 TO WS-QTD-FALTA.
       2110-MARCA-FALTA-FIM.
           EXIT.

       2150-CALCULA-IMPOSTOS.
           MOVE ZEROS TO WS-VL-IMPOSTO-TOTAL
               GO TO 2160-IMPOSTO-ITEM-FIM
           END-IF

      *> COMPONENTE DE KIT NAO TEM VALOR: O IMPOSTO E O DO KIT.
           IF PV-ITEM-COMPONENTE
               GO TO 2160-IMPOSTO-ITEM-FIM
           END-IF

           IF WS-FS-IMP EQUAL 35 OR WS-FS-PROD EQUAL 35
               GO TO 2160-IMPOSTO-ITEM-FIM
           END-IF
           END-READ

           COMPUTE WS-VL-IMPOSTO-ITEM ROUNDED =
               (WS-EXP-QTDE(PV-NR-ITEM) * PV-PRECO-UNIT) *
               (IMP-ALIQUOTA / 100)
           ADD WS-VL-IMPOSTO-ITEM TO WS-VL-IMPOSTO-TOTAL

           MOVE PV-NR-ITEM TO WS-IMP-IDX
           MOVE GRUPO-PRODUTO TO WS-IMP-GRUPO(WS-IMP-IDX)
           MOVE IMP-ALIQUOTA  TO WS-IMP-ALIQUOTA(WS-IMP-IDX)
           COMPUTE WS-IMP-BASE(WS-IMP-IDX) =
               WS-EXP-QTDE(PV-NR-ITEM) * PV-PRECO-UNIT
           MOVE WS-VL-IMPOSTO-ITEM TO WS-IMP-VALOR(WS-IMP-IDX)

           END-READ.
               GO TO 2200-CONFIRMA-ITEM-FIM
           END-IF

      *> O ITEM DO KIT SO E CONFIRMADO; A BAIXA, A SAIDA-VENDA E OS
      *> LOTES SAO DOS ITENS DE COMPONENTE QUE VEM EM SEGUIDA.
           IF PV-ITEM-KIT
               MOVE 'CON' TO PV-ST-PEDIDO
               REWRITE REG-PEDIDO-VENDA
               GO TO 2200-CONFIRMA-ITEM-FIM
           END-IF

      *> CONFIRMACAO PARCIAL: O QUE FALTA VAI PARA ENCOMENDAS; O ITEM
      *> SEM NADA PARA ENTREGAR FICA 'ENC' E O ENTREGUE EM PARTE
      *> SEGUE COM A QUANTIDADE QUE SAI AGORA.
           IF WS-EXP-FALTA(PV-NR-ITEM) > ZEROS
               PERFORM 2280-GRAVA-ENCOMENDA
                   THRU 2280-GRAVA-ENCOMENDA-FIM
               IF WS-EXP-QTDE(PV-NR-ITEM) = ZEROS
                   MOVE 'ENC' TO PV-ST-PEDIDO
                   REWRITE REG-PEDIDO-VENDA
                   PERFORM 8200-LIBERA-RESERVA
                       THRU 8200-LIBERA-RESERVA-FIM
                   GO TO 2200-CONFIRMA-ITEM-FIM
               END-IF
               MOVE WS-EXP-QTDE(PV-NR-ITEM) TO PV-QTDE
           END-IF

           MOVE PV-COD-PRODUTO TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
           CLOSE ESTOQUE_DEP.
       2270-ATUALIZA-DEPOSITO-FIM.
           EXIT.
      *
      **************************************
      * GRAVA O SALDO NAO ENTREGUE DO ITEM *
      * COMO ENCOMENDA DO CLIENTE          *
      **************************************
      *
       2280-GRAVA-ENCOMENDA.
           SET WS-FS-ENC TO 0.
           OPEN I-O ENCOMENDAS
           IF WS-FS-ENC EQUAL 35
               OPEN OUTPUT ENCOMENDAS
               CLOSE ENCOMENDAS
               OPEN I-O ENCOMENDAS
           END-IF

           MOVE PV-NR-PEDIDO TO ENC-NR-PEDIDO
           MOVE PV-NR-ITEM   TO ENC-NR-ITEM
           READ ENCOMENDAS
               INVALID KEY
                   INITIALIZE REG-ENCOMENDA
                   MOVE PV-NR-PEDIDO     TO ENC-NR-PEDIDO
                   MOVE PV-NR-ITEM       TO ENC-NR-ITEM
                   MOVE PV-COD-CLIENTE   TO ENC-COD-CLIENTE
                   MOVE PV-COD-VENDEDOR  TO ENC-COD-VENDEDOR
                   MOVE PV-COD-PRODUTO   TO ENC-COD-PRODUTO
                   MOVE PV-PRECO-UNIT    TO ENC-PRECO-UNIT
                   MOVE WS-EXP-FALTA(PV-NR-ITEM) TO ENC-QTDE-ORIGINAL
                   MOVE WS-EXP-FALTA(PV-NR-ITEM) TO ENC-QTDE-PENDENTE
                   MOVE ZEROS            TO ENC-QTDE-ALOCADA
                   MOVE PV-DT-PEDIDO     TO ENC-DT-PEDIDO
                   MOVE WS-HOJE-AAAAMMDD TO ENC-DT-ENCOMENDA
                   MOVE WS-DT-PROMETIDA  TO ENC-DT-PROMETIDA
                   MOVE ZEROS            TO ENC-DT-ALOCACAO
                   MOVE 'P'              TO ENC-SITUACAO
                   WRITE REG-ENCOMENDA
               NOT INVALID KEY
                   ADD WS-EXP-FALTA(PV-NR-ITEM) TO ENC-QTDE-ORIGINAL
                   ADD WS-EXP-FALTA(PV-NR-ITEM) TO ENC-QTDE-PENDENTE
                   MOVE WS-DT-PROMETIDA  TO ENC-DT-PROMETIDA
                   IF ENC-QTDE-ALOCADA = ZEROS
                       MOVE 'P' TO ENC-SITUACAO
                   ELSE
                       MOVE 'A' TO ENC-SITUACAO
                   END-IF
                   REWRITE REG-ENCOMENDA
           END-READ

           CLOSE ENCOMENDAS

           DISPLAY " ITEM " PV-NR-ITEM " PRODUTO " PV-COD-PRODUTO
               " ENTREGUE " WS-EXP-QTDE(PV-NR-ITEM)
               " EM ENCOMENDA " WS-EXP-FALTA(PV-NR-ITEM)
               " PARA " WS-DT-PROMETIDA.
       2280-GRAVA-ENCOMENDA-FIM.
           EXIT.

      *
      **************************************
                               ' PRECO ' DELIMITED BY SIZE
                               PV-PRECO-UNIT DELIMITED BY SIZE
                               INTO WS-LINHA-DOC
      *> COMPONENTE DE KIT SAI RECUADO, SEM PRECO, SOB O KIT.
                           IF PV-ITEM-COMPONENTE
                               MOVE SPACES TO WS-LINHA-DOC
                               STRING '      COMPONENTE '
                                   DELIMITED BY SIZE
                                   PV-COD-PRODUTO DELIMITED BY SIZE
                                   ' QTDE ' DELIMITED BY SIZE
                                   PV-QTDE DELIMITED BY SIZE
                                   INTO WS-LINHA-DOC
                           END-IF
                           WRITE REG-ORCAMENTO-DOC
                               FROM WS-LINHA-DOC
                       END-IF
           WRITE REG-ORCAMENTO-DOC FROM WS-LINHA-DOC

           CLOSE ORCAMENTO_DOC
           DISPLAY "ORCAMENTO GRAVADO EM orcamento_rel."
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.
       8600-IMPRIME-ORCAMENTO-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA NO SPOOL O DOCUMENTO JA   *
      * FECHADO, RELENDO-O LINHA A LINHA   *
      **************************************
      *
       9700-ARQUIVA-RELATORIO.
           SET WS-FS-ORCDOC TO 0.
           SET WS-EOF-REL   TO 0.
           OPEN INPUT ORCAMENTO_DOC
           IF WS-FS-ORCDOC NOT EQUAL 0
               DISPLAY "* ORCAMENTO NAO CATALOGADO NO SPOOL - ERRO "
                   WS-FS-ORCDOC " NA RELEITURA *"
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'A' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO NOT EQUAL 'S'
               DISPLAY "* SPOOL DE RELATORIOS INDISPONIVEL - ORCAMENTO "
                   "NAO CATALOGADO *"
               CLOSE ORCAMENTO_DOC
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'L' TO WS-AR-FUNCAO
           PERFORM UNTIL WS-EOF-REL = 1
               READ ORCAMENTO_DOC INTO WS-AR-LINHA
                   AT END
                       MOVE 1 TO WS-EOF-REL
                   NOT AT END
                       CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO,
                           WS-AR-PROGRAMA, WS-AR-TITULO,
                           WS-AR-OPERADOR, WS-AR-PAGINAS,
                           WS-AR-LINHA, WS-AR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE ORCAMENTO_DOC

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "ORCAMENTO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.
      *
      **************************************
      * CONVERSAO DE ORCAMENTO ACEITO EM   *
      * PEDIDO VIVO: OS ITENS 'ORC' VIRAM  *
      * 'ABE' COM RESERVA, E A CONFIRMACAO *
                               MOVE 'ABE' TO PV-ST-PEDIDO
                               REWRITE REG-PEDIDO-VENDA
      *> A CONVERSAO RESERVA O ESTOQUE DO ITEM, COMO NA ENTRADA DE
      *> PEDIDO NORMAL (O KIT RESERVA PELOS COMPONENTES).
                               MOVE PV-NR-ITEM TO WS-QTD-ITENS
                               MOVE PV-COD-PRODUTO
                                   TO WS-COD-PRODUTO
                               MOVE PV-QTDE TO WS-QTDE
                               IF NOT PV-ITEM-KIT
                                   PERFORM 8100-GRAVA-RESERVA
                                       THRU 8100-GRAVA-RESERVA-FIM
                               END-IF
                           END-IF
                       END-IF
               END-READ
            CLOSE PEDIDOS_VENDA
            DISPLAY "ITENS CANCELADOS (RESERVAS LIBERADAS): "
                WS-QTD-ITENS

      *> O SALDO EM ENCOMENDA DO PEDIDO TAMBEM E CANCELADO.
            PERFORM 8900-CANCELA-ENCOMENDAS
                THRU 8900-CANCELA-ENCOMENDAS-FIM
            DISPLAY "ENCOMENDAS CANCELADAS: " WS-QTD-ENCOMENDAS
            GO TO MENU-001.
      *
      **************************************
      * ENCOMENDAS PRONTAS PARA EXPEDIR    *
      * (SALDO JA ALOCADO), POR VENDEDOR   *
      **************************************
      *
       PRO-001.
            DISPLAY 'INFORME O VENDEDOR (0 PARA TODOS):'
            ACCEPT WS-VEND-LISTA

            SET WS-FS-ENC TO 0.
            SET WS-EOF-ENC TO 0.
            MOVE ZEROS TO WS-QTD-LISTADOS
            OPEN INPUT ENCOMENDAS
            IF WS-FS-ENC EQUAL 35
               DISPLAY "* NENHUMA ENCOMENDA GRAVADA AINDA *"
               GO TO MENU-001.

            DISPLAY '------ ENCOMENDAS PRONTAS PARA EXPEDIR ------'
            PERFORM UNTIL WS-EOF-ENC = 1
               READ ENCOMENDAS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-ENC NOT AT END
                       IF ENC-PRONTA AND
                           (WS-VEND-LISTA = ZEROS OR
                            ENC-COD-VENDEDOR = WS-VEND-LISTA)
                           DISPLAY ' PEDIDO ' ENC-NR-PEDIDO
                               ' ITEM ' ENC-NR-ITEM
                               ' CLIENTE ' ENC-COD-CLIENTE
                               ' VENDEDOR ' ENC-COD-VENDEDOR
                               ' PRODUTO ' ENC-COD-PRODUTO
                               ' ALOCADA ' ENC-QTDE-ALOCADA
                               ' DEVIDA ' ENC-QTDE-PENDENTE
                               ' PROMETIDA ' ENC-DT-PROMETIDA
                           ADD 1 TO WS-QTD-LISTADOS
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'ENCOMENDAS PRONTAS: ' WS-QTD-LISTADOS
            DISPLAY 'EXPEDIR PELA OPCAO 7 DO MENU.'
            DISPLAY " "
            CLOSE ENCOMENDAS
            GO TO MENU-001.
      *
      **************************************
      * EXPEDICAO DAS ENCOMENDAS PRONTAS   *
      * DE UM PEDIDO: O SALDO ALOCADO VIRA *
      * ITEM NOVO EM ABERTO, COM A RESERVA,*
      * PARA A CONFIRMACAO NORMAL (OPCAO 2)*
      **************************************
      *
       EXP-001.
            DISPLAY 'INFORME O NUMERO DO PEDIDO A EXPEDIR:'
            ACCEPT WS-NR-PEDIDO

            SET WS-FS-ENC TO 0.
            OPEN I-O ENCOMENDAS
            IF WS-FS-ENC EQUAL 35
               DISPLAY "* NENHUMA ENCOMENDA GRAVADA AINDA *"
               GO TO MENU-001.

            SET WS-FS-PV TO 0.
            OPEN I-O PEDIDOS_VENDA
            IF WS-FS-PV EQUAL 35
               DISPLAY "* ARQUIVO PEDIDOS_VENDA NAO EXISTE *"
               CLOSE ENCOMENDAS
               GO TO MENU-001.

      *> O ITEM NOVO ENTRA DEPOIS DO ULTIMO ITEM DO PEDIDO.
            MOVE ZEROS TO WS-QTD-ITENS
            SET WS-EOF TO 0
            MOVE WS-NR-PEDIDO TO PV-NR-PEDIDO
            MOVE ZEROS        TO PV-NR-ITEM
            START PEDIDOS_VENDA KEY IS NOT LESS THAN PV-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_VENDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PV-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE PV-NR-ITEM TO WS-QTD-ITENS
                       END-IF
               END-READ
            END-PERFORM

            IF WS-QTD-ITENS = ZEROS
               DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
               CLOSE PEDIDOS_VENDA
               CLOSE ENCOMENDAS
               GO TO MENU-001.

            MOVE ZEROS TO WS-QTD-ENCOMENDAS
            SET WS-EOF-ENC TO 0
            MOVE WS-NR-PEDIDO TO ENC-NR-PEDIDO
            MOVE ZEROS        TO ENC-NR-ITEM
            START ENCOMENDAS KEY IS NOT LESS THAN ENC-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-ENC
            END-START

            PERFORM 8950-EXPEDE-ENCOMENDA
                THRU 8950-EXPEDE-ENCOMENDA-FIM
                UNTIL WS-EOF-ENC = 1.

            CLOSE PEDIDOS_VENDA
            CLOSE ENCOMENDAS

            IF WS-QTD-ENCOMENDAS = ZEROS
               DISPLAY "*** PEDIDO SEM ENCOMENDA PRONTA PARA "
                   "EXPEDIR ***"
               GO TO MENU-001.

            DISPLAY "ENCOMENDAS LIBERADAS: " WS-QTD-ENCOMENDAS
            DISPLAY "CONFIRME O PEDIDO " WS-NR-PEDIDO " (OPCAO 2) "
                "PARA BAIXAR O ESTOQUE E COBRAR."
            GO TO MENU-001.
      *
      **************************************
       8200-LIBERA-RESERVA-FIM.
           EXIT.
      *
      **************************************
      * CANCELA AS ENCOMENDAS EM ABERTO DO *
      * PEDIDO, LIBERANDO O QUE JA ESTAVA  *
      * ALOCADO                            *
      **************************************
      *
       8900-CANCELA-ENCOMENDAS.
           MOVE ZEROS TO WS-QTD-ENCOMENDAS
           SET WS-FS-ENC TO 0.
           OPEN I-O ENCOMENDAS
           IF WS-FS-ENC EQUAL 35
               GO TO 8900-CANCELA-ENCOMENDAS-FIM
           END-IF

           SET WS-FS-RSV TO 0.
           OPEN I-O RESERVAS

           SET WS-EOF-ENC TO 0
           MOVE WS-NR-PEDIDO TO ENC-NR-PEDIDO
           MOVE ZEROS        TO ENC-NR-ITEM
           START ENCOMENDAS KEY IS NOT LESS THAN ENC-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-ENC
           END-START

           PERFORM UNTIL WS-EOF-ENC = 1
               READ ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-ENC
                   NOT AT END
                       IF ENC-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
                           MOVE 1 TO WS-EOF-ENC
                       ELSE
                           IF ENC-PENDENTE OR ENC-PRONTA
                               PERFORM 8910-CANCELA-UMA
                                   THRU 8910-CANCELA-UMA-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-RSV NOT EQUAL 35
               CLOSE RESERVAS
           END-IF
           CLOSE ENCOMENDAS.
       8900-CANCELA-ENCOMENDAS-FIM.
           EXIT.
      *
       8910-CANCELA-UMA.
           IF ENC-QTDE-ALOCADA > ZEROS AND WS-FS-RSV NOT EQUAL 35
               MOVE ENC-NR-PEDIDO TO RSV-NR-PEDIDO
               MOVE ENC-NR-ITEM   TO RSV-NR-ITEM
               READ RESERVAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'LIB' TO RSV-SITUACAO
                       REWRITE REG-RESERVA
               END-READ
           END-IF

           MOVE ZEROS TO ENC-QTDE-ALOCADA
           MOVE 'C'   TO ENC-SITUACAO
           REWRITE REG-ENCOMENDA
           ADD 1 TO WS-QTD-ENCOMENDAS.
       8910-CANCELA-UMA-FIM.
           EXIT.
      *
      **************************************
      * UMA ENCOMENDA PRONTA DO PEDIDO:    *
      * ITEM NOVO 'ABE' COM O ALOCADO E A  *
      * RESERVA PASSADA PARA ELE           *
      **************************************
      *
       8950-EXPEDE-ENCOMENDA.
           READ ENCOMENDAS NEXT RECORD
           AT END
               MOVE 1 TO WS-EOF-ENC
           NOT AT END

           IF ENC-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
               MOVE 1 TO WS-EOF-ENC
               GO TO 8950-EXPEDE-ENCOMENDA-FIM
           END-IF

           IF NOT ENC-PRONTA OR ENC-QTDE-ALOCADA = ZEROS
               GO TO 8950-EXPEDE-ENCOMENDA-FIM
           END-IF

           IF WS-QTD-ITENS NOT < 99
               DISPLAY "*** PEDIDO JA TEM 99 ITENS - ENCOMENDA "
                   ENC-NR-ITEM " NAO EXPEDIDA ***"
               MOVE 1 TO WS-EOF-ENC
               GO TO 8950-EXPEDE-ENCOMENDA-FIM
           END-IF

      *> A RESERVA DO ITEM DA ENCOMENDA PASSA PARA O ITEM NOVO.
           MOVE ENC-NR-PEDIDO TO PV-NR-PEDIDO
           MOVE ENC-NR-ITEM   TO PV-NR-ITEM
           PERFORM 8200-LIBERA-RESERVA THRU 8200-LIBERA-RESERVA-FIM

           ADD 1 TO WS-QTD-ITENS
           INITIALIZE REG-PEDIDO-VENDA
           MOVE WS-NR-PEDIDO     TO PV-NR-PEDIDO
           MOVE WS-QTD-ITENS     TO PV-NR-ITEM
           MOVE ENC-COD-CLIENTE  TO PV-COD-CLIENTE
           MOVE ENC-COD-VENDEDOR TO PV-COD-VENDEDOR
           MOVE ENC-COD-PRODUTO  TO PV-COD-PRODUTO
           MOVE ENC-QTDE-ALOCADA TO PV-QTDE
           MOVE ENC-PRECO-UNIT   TO PV-PRECO-UNIT
           MOVE ENC-DT-PEDIDO    TO PV-DT-PEDIDO
           MOVE 'ABE'            TO PV-ST-PEDIDO
           MOVE SPACES           TO PV-TIPO-ITEM
           MOVE ZEROS            TO PV-NR-ITEM-KIT
           MOVE ZEROS            TO PV-QTDE-POR-KIT
           WRITE REG-PEDIDO-VENDA
               INVALID KEY
                   DISPLAY "*** ITEM " WS-QTD-ITENS " JA EXISTE - "
                       "ENCOMENDA " ENC-NR-ITEM " NAO EXPEDIDA ***"
                   MOVE 1 TO WS-EOF-ENC
                   GO TO 8950-EXPEDE-ENCOMENDA-FIM
           END-WRITE

           MOVE ENC-COD-PRODUTO  TO WS-COD-PRODUTO
           MOVE ENC-QTDE-ALOCADA TO WS-QTDE
           PERFORM 8100-GRAVA-RESERVA THRU 8100-GRAVA-RESERVA-FIM

           DISPLAY " ENCOMENDA ITEM " ENC-NR-ITEM " -> ITEM "
               WS-QTD-ITENS " PRODUTO " ENC-COD-PRODUTO
               " QTDE " ENC-QTDE-ALOCADA

           SUBTRACT ENC-QTDE-ALOCADA FROM ENC-QTDE-PENDENTE
           MOVE ZEROS TO ENC-QTDE-ALOCADA
           IF ENC-QTDE-PENDENTE = ZEROS
               MOVE 'E' TO ENC-SITUACAO
           ELSE
               MOVE 'P' TO ENC-SITUACAO
           END-IF
           REWRITE REG-ENCOMENDA
           ADD 1 TO WS-QTD-ENCOMENDAS

           END-READ.
       8950-EXPEDE-ENCOMENDA-FIM.
           EXIT.
      *
      **************************************
      * CARREGA OS COMPONENTES DO PRODUTO  *
      * SE ELE FOR KIT (NENHUM = PRODUTO   *
      * AVULSO) E SOMA O CUSTO DO KIT      *
      **************************************
      *
       8700-CARREGA-KIT.
           MOVE 'S'   TO WS-KIT-OK
           MOVE ZEROS TO WS-KIT-QTD-COMP
           SET WS-FS-KIT TO 0.
           OPEN INPUT KITS
           IF WS-FS-KIT EQUAL 35
               GO TO 8700-CARREGA-KIT-FIM
           END-IF

           SET WS-EOF-KIT TO 0
           MOVE WS-COD-PRODUTO TO KIT-COD-KIT
           MOVE ZEROS          TO KIT-COD-COMPONENTE
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-KIT
           END-START

           PERFORM UNTIL WS-EOF-KIT = 1
               READ KITS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-KIT
                   NOT AT END
                       IF KIT-COD-KIT NOT EQUAL WS-COD-PRODUTO
                           MOVE 1 TO WS-EOF-KIT
                       ELSE
                           IF WS-KIT-QTD-COMP < 20
                               ADD 1 TO WS-KIT-QTD-COMP
                               MOVE KIT-COD-COMPONENTE TO
                                   WS-KIT-COD-COMP(WS-KIT-QTD-COMP)
                               MOVE KIT-QTDE TO
                                   WS-KIT-QTDE-COMP(WS-KIT-QTD-COMP)
                           ELSE
                               DISPLAY "*** KIT COM MAIS DE 20 "
                                   "COMPONENTES - NAO VENDIDO ***"
                               MOVE 'N' TO WS-KIT-OK
                               MOVE 1 TO WS-EOF-KIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KITS

           IF WS-KIT-OK = 'N' OR WS-KIT-QTD-COMP = ZEROS
               GO TO 8700-CARREGA-KIT-FIM
           END-IF

           MOVE ZEROS TO WS-CUSTO-ITEM
           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           PERFORM 8710-CUSTO-COMPONENTE
               THRU 8710-CUSTO-COMPONENTE-FIM
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
           CLOSE PRODUTOS.
       8700-CARREGA-KIT-FIM.
           EXIT.
      *
       8710-CUSTO-COMPONENTE.
           MOVE WS-KIT-COD-COMP(WS-KIT-IDX) TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "*** COMPONENTE " COD-PRODUTO
                       " DO KIT NAO CADASTRADO - KIT NAO VENDIDO ***"
                   MOVE 'N' TO WS-KIT-OK
               NOT INVALID KEY
                   COMPUTE WS-CUSTO-ITEM = WS-CUSTO-ITEM +
                       (CUSTO-MEDIO-PRODUTO *
                        WS-KIT-QTDE-COMP(WS-KIT-IDX))
           END-READ.
       8710-CUSTO-COMPONENTE-FIM.
           EXIT.
      *
      **************************************
      * DISPONIVEL PARA PROMETER DE UM     *
      * COMPONENTE DO KIT: QUANTIDADE POR  *
      * KIT VEZES A QUANTIDADE DE KITS     *
      **************************************
      *
       8750-CONFERE-COMPONENTE.
           COMPUTE WS-QTDE-COMP =
               WS-QTDE * WS-KIT-QTDE-COMP(WS-KIT-IDX)
           MOVE WS-KIT-COD-COMP(WS-KIT-IDX) TO WS-RSV-PRODUTO
           PERFORM 8000-SOMA-RESERVAS THRU 8000-SOMA-RESERVAS-FIM
           OPEN INPUT PRODUTOS
           MOVE WS-KIT-COD-COMP(WS-KIT-IDX) TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   MOVE ZEROS TO ESTOQUE-PRODUTO
           END-READ
           CLOSE PRODUTOS
           COMPUTE WS-QTDE-DISPONIVEL =
               ESTOQUE-PRODUTO - WS-QTDE-RESERVADA
           IF WS-QTDE-COMP > WS-QTDE-DISPONIVEL
               DISPLAY "*** SEM DISPONIBILIDADE DO COMPONENTE "
                   WS-KIT-COD-COMP(WS-KIT-IDX) ": PRECISA "
                   WS-QTDE-COMP " SALDO " ESTOQUE-PRODUTO
                   " MENOS RESERVAS " WS-QTDE-RESERVADA " ***"
               MOVE 'N' TO WS-KIT-OK
           END-IF.
       8750-CONFERE-COMPONENTE-FIM.
           EXIT.
      *
      **************************************
      * EXPLODE O KIT GRAVADO EM UM ITEM   *
      * POR COMPONENTE, LOGO ABAIXO DELE   *
      **************************************
      *
       8800-EXPLODE-KIT.
           MOVE WS-QTD-ITENS TO WS-ITEM-KIT
           MOVE WS-QTDE      TO WS-QTDE-KIT
           PERFORM 8850-GRAVA-COMPONENTE
               THRU 8850-GRAVA-COMPONENTE-FIM
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
           MOVE WS-QTDE-KIT TO WS-QTDE.
       8800-EXPLODE-KIT-FIM.
           EXIT.
      *
       8850-GRAVA-COMPONENTE.
           ADD 1 TO WS-QTD-ITENS
           COMPUTE WS-QTDE =
               WS-QTDE-KIT * WS-KIT-QTDE-COMP(WS-KIT-IDX)
           MOVE WS-KIT-COD-COMP(WS-KIT-IDX) TO WS-COD-PRODUTO
           MOVE WS-NR-PEDIDO    TO PV-NR-PEDIDO
           MOVE WS-QTD-ITENS    TO PV-NR-ITEM
           MOVE WS-COD-CLIENTE  TO PV-COD-CLIENTE
           MOVE WS-COD-VENDEDOR TO PV-COD-VENDEDOR
           MOVE WS-COD-PRODUTO  TO PV-COD-PRODUTO
           MOVE WS-QTDE         TO PV-QTDE
           MOVE ZEROS           TO PV-PRECO-UNIT
           MOVE WS-HOJE-AAAAMMDD TO PV-DT-PEDIDO
           MOVE 'ABE'           TO PV-ST-PEDIDO
           MOVE 'C'             TO PV-TIPO-ITEM
           MOVE WS-ITEM-KIT     TO PV-NR-ITEM-KIT
           MOVE WS-KIT-QTDE-COMP(WS-KIT-IDX) TO PV-QTDE-POR-KIT

           IF WS-TIPO-DOC = 'O'
               MOVE 'ORC' TO PV-ST-PEDIDO
           ELSE
               PERFORM 8100-GRAVA-RESERVA
                   THRU 8100-GRAVA-RESERVA-FIM
           END-IF

           WRITE REG-PEDIDO-VENDA
               INVALID KEY
                   DISPLAY "*** ITEM " WS-QTD-ITENS
                       " JA EXISTE NO PEDIDO - COMPONENTE "
                       WS-COD-PRODUTO " NAO GRAVADO ***"
                   SUBTRACT 1 FROM WS-QTD-ITENS
           END-WRITE.
       8850-GRAVA-COMPONENTE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
