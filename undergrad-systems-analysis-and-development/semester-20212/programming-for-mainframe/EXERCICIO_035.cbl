      * RETORNO TRAZ O CODIGO DO BANCO E O LANCAMENTO CONFERE EM
      * DUPL_COLOCACAO (EXERCICIO_034) SE O PAGAMENTO VOLTOU DO
      * BANCO EM QUE A DUPLICATA FOI COLOCADA - BANCO ERRADO VIRA
      * EXCECAO. PAGAMENTO DE DUPLICATA JA BAIXADA COMO INCOBRAVEL
      * (EXERCICIO_041) DEIXA DE CAIR NAS EXCECOES E E LANCADO COMO
      * RECUPERACAO (SUBROTINA RECUPERA_INCOB). TODO PAGAMENTO LIDO
      * E CREDITADO NA CONTA DO BANCO DO RETORNO NO MOVIMENTO
      * BANCARIO (SUBROTINA LANCA_BANCO), INCLUSIVE OS QUE CAEM NAS
      * EXCECOES - O DINHEIRO ENTROU DO MESMO JEITO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-QTD-QUITADAS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PARCIAIS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EXCECOES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RECUPERADAS           PIC 9(006) VALUE ZEROS.
       77 WS-VL-PAGO-ACUM              PIC S9(013)V9(002).

      *> REGRAS DE LANCAMENTO LIDAS DE PARAMETROS: TOLERANCIA EM
       77 WS-JR-IMAGEM     PIC X(150).
       77 WS-JR-OPERADOR   PIC X(008) VALUE 'RETORNO'.

      *> RECUPERACAO DE DUPLICATA BAIXADA COMO INCOBRAVEL (SUBROTINA
      *> RECUPERA_INCOB): O PAGAMENTO VIRA RECEITA DE RECUPERACAO.
       77 WS-RI-FUNCAO                 PIC X(001).
       77 WS-RI-NR-DUPLICATA           PIC 9(007).
       77 WS-RI-DATA                   PIC 9(008).
       77 WS-RI-VALOR                  PIC S9(013)V9(002).
       77 WS-RI-FORMA                  PIC X(003).
       77 WS-RI-ORIGEM                 PIC X(003).
       77 WS-RI-COD-CLIENTE            PIC 9(005).
       77 WS-RI-SALDO                  PIC S9(013)V9(002).
       77 WS-RI-RESULTADO              PIC X(001).

      *> CREDITO DO PAGAMENTO NO MOVIMENTO BANCARIO DA EMPRESA
      *> (SUBROTINA LANCA_BANCO), NA CONTA DO BANCO DO RETORNO.
       77 WS-LB-COD-BANCO              PIC 9(003).
       77 WS-LB-DATA                   PIC 9(008).
       77 WS-LB-TIPO                   PIC X(001) VALUE 'C'.
       77 WS-LB-VALOR                  PIC S9(013)V9(002).
       77 WS-LB-ORIGEM                 PIC X(003) VALUE 'RET'.
       77 WS-LB-DOCUMENTO              PIC X(012).
       77 WS-LB-HISTORICO              PIC X(030)
           VALUE 'RETORNO - PAGTO DUPLICATA'.
       77 WS-LB-RESULTADO              PIC X(001).
       77 WS-QTD-CREDITADOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-CONTA             PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- BAIXA AUTOMATICA DO RETORNO BANCARIO ----'
           DISPLAY "PAGAMENTOS LIDOS DO RETORNO: " WS-QTD-LIDOS
           DISPLAY "DUPLICATAS QUITADAS: " WS-QTD-QUITADAS
           DISPLAY "DUPLICATAS COM PAGAMENTO PARCIAL: " WS-QTD-PARCIAIS
           DISPLAY "INCOBRAVEIS RECUPERADAS: " WS-QTD-RECUPERADAS
           DISPLAY "PAGAMENTOS EM EXCECAO (NAO LANCADOS): "
               WS-QTD-EXCECOES
           DISPLAY "QUITADAS COM DIFERENCA TOLERADA: "
               WS-QTD-TOLERADAS
           DISPLAY "DESCONTOS DE ANTECIPACAO CONCEDIDOS: "
               WS-QTD-DESCONTOS
           DISPLAY "CREDITOS LANCADOS NO MOVIMENTO BANCARIO: "
               WS-QTD-CREDITADOS

           PERFORM 3000-CONFERE-TOTAIS THRU 3000-CONFERE-TOTAIS-FIM.

      *> CREDITO QUE NAO ENTROU NO MOVIMENTO BANCARIO NAO DESFAZ A
      *> BAIXA, MAS A TESOURARIA PRECISA LANCAR POR AJUSTE
      *> (EXERCICIO_137).
           IF WS-QTD-SEM-CONTA > ZEROS
               DISPLAY "*** CREDITOS NAO LANCADOS NO MOVIMENTO "
                   "BANCARIO (BANCO SEM CONTA): " WS-QTD-SEM-CONTA
                   " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       ROT-FIM.
           STOP RUN.


           ADD 1 TO WS-QTD-LIDOS

           PERFORM 1200-CREDITA-BANCO THRU 1200-CREDITA-BANCO-FIM

           MOVE RET-NR-DUPLICATA
               TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   PERFORM 1050-LANCA-RECUPERACAO
                       THRU 1050-LANCA-RECUPERACAO-FIM
               NOT INVALID KEY
                   PERFORM 1100-LANCA-PAGAMENTO
                       THRU 1100-LANCA-PAGAMENTO-FIM
           EXIT.
      *
      **************************************
      * PAGAMENTO DE DUPLICATA BAIXADA     *
      * COMO INCOBRAVEL: LANCADO COMO      *
      * RECUPERACAO; SE NAO FOR INCOBRAVEL *
      * CONTINUA SENDO EXCECAO             *
      **************************************
      *
       1050-LANCA-RECUPERACAO.
           MOVE 'L'              TO WS-RI-FUNCAO
           MOVE RET-NR-DUPLICATA TO WS-RI-NR-DUPLICATA
           MOVE RET-DT-PAGAMENTO TO WS-RI-DATA
           MOVE RET-VL-PAGO      TO WS-RI-VALOR
           MOVE 'BOL'            TO WS-RI-FORMA
           MOVE 'RET'            TO WS-RI-ORIGEM
           CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
               WS-RI-NR-DUPLICATA, WS-RI-DATA, WS-RI-VALOR,
               WS-RI-FORMA, WS-RI-ORIGEM, WS-JR-OPERADOR,
               WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO

           EVALUATE WS-RI-RESULTADO
               WHEN 'R'
                   DISPLAY " [RECUPERACAO] DUPLICATA "
                       RET-NR-DUPLICATA " BAIXADA COMO INCOBRAVEL - "
                       "VALOR " RET-VL-PAGO " LANCADO COMO RECUPERACAO"
                   ADD 1 TO WS-QTD-RECUPERADAS
               WHEN 'E'
                   DISPLAY " [VALOR MAIOR] PAGAMENTO DA DUPLICATA "
                       RET-NR-DUPLICATA " VALOR " RET-VL-PAGO
                       " EXCEDE O SALDO BAIXADO COMO INCOBRAVEL "
                       WS-RI-SALDO
                   ADD 1 TO WS-QTD-EXCECOES
               WHEN 'F'
                   DISPLAY " [MES FECHADO] RECUPERACAO DA DUPLICATA "
                       RET-NR-DUPLICATA " DATADA DE " RET-DT-PAGAMENTO
                       " CAI EM MES CONTABIL JA FECHADO - NAO LANCADA"
                   ADD 1 TO WS-QTD-EXCECOES
               WHEN OTHER
                   DISPLAY " [SEM DUPLICATA] PAGAMENTO DA DUPLICATA "
                       RET-NR-DUPLICATA " VALOR " RET-VL-PAGO
                       " NAO CASA COM NENHUMA DUPLICATA EM ABERTO"
                   ADD 1 TO WS-QTD-EXCECOES
           END-EVALUATE.
       1050-LANCA-RECUPERACAO-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE LANCAMENTO DO VALOR PAGO *
      * E ENCAMINHAMENTO PARA O ARQUIVO DE *
      * PAGAS OU DE PARCIAIS               *
               GO TO 1100-LANCA-PAGAMENTO-FIM
           END-IF

      *> DUPLICATA BAIXADA COMO INCOBRAVEL CONTINUA NO MASTER COM
      *> STATUS 'BXA': O PAGAMENTO E UMA RECUPERACAO, NAO UMA BAIXA.
           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
               PERFORM 1050-LANCA-RECUPERACAO
                   THRU 1050-LANCA-RECUPERACAO-FIM
               GO TO 1100-LANCA-PAGAMENTO-FIM
           END-IF

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM"
               DISPLAY " [JA QUITADA] PAGAMENTO DA DUPLICATA "
                   RET-NR-DUPLICATA " VALOR " RET-VL-PAGO
           EXIT.
      *
      **************************************
      * CREDITO DO PAGAMENTO NA CONTA DO   *
      * BANCO DO RETORNO (MOVIMENTO        *
      * BANCARIO)                          *
      **************************************
      *
       1200-CREDITA-BANCO.
           MOVE RET-COD-BANCO    TO WS-LB-COD-BANCO
           MOVE RET-DT-PAGAMENTO TO WS-LB-DATA
           MOVE RET-VL-PAGO      TO WS-LB-VALOR
           MOVE SPACES           TO WS-LB-DOCUMENTO
           MOVE RET-NR-DUPLICATA TO WS-LB-DOCUMENTO(1:7)
           CALL 'LANCA_BANCO' USING WS-LB-COD-BANCO, WS-LB-DATA,
               WS-LB-TIPO, WS-LB-VALOR, WS-LB-ORIGEM,
               WS-LB-DOCUMENTO, WS-LB-HISTORICO, WS-JR-OPERADOR,
               WS-LB-RESULTADO
           IF WS-LB-RESULTADO EQUAL 'L'
               ADD 1 TO WS-QTD-CREDITADOS
           ELSE
               ADD 1 TO WS-QTD-SEM-CONTA
               DISPLAY " [BANCO] PAGAMENTO DA DUPLICATA "
                   RET-NR-DUPLICATA " VALOR " RET-VL-PAGO
                   " NAO CREDITADO - BANCO " RET-COD-BANCO
                   " SEM CONTA ATIVA"
           END-IF.
       1200-CREDITA-BANCO-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE CONFERENCIA DE TOTAIS DE *
      * CONTROLE (LIDOS = LANCADOS +       *
      * RECUPERADAS + EXCECOES)            *
      **************************************
      *
       3000-CONFERE-TOTAIS.
           MOVE 0 TO RETURN-CODE

           IF WS-QTD-LIDOS NOT =
               WS-QTD-QUITADAS + WS-QTD-PARCIAIS + WS-QTD-RECUPERADAS
               + WS-QTD-EXCECOES
               DISPLAY '* DIVERGENCIA: QUANTIDADE LIDA DIFERENTE DA '
                       'QUANTIDADE LANCADA MAIS EXCECOES *'
               MOVE 16 TO RETURN-CODE
