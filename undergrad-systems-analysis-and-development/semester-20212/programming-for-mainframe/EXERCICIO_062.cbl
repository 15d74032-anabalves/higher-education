      * TITULO E LISTAGEM SEMANAL DO QUE VENCE NOS PROXIMOS 7 DIAS,
      * PARA PARARMOS DE PAGAR MULTA AOS NOSSOS PROPRIOS
      * FORNECEDORES. OS TITULOS NASCEM NO RECEBIMENTO DE PEDIDOS DE
      * COMPRA (EXERCICIO_024) E NO LANCAMENTO DE DESPESAS SEM PEDIDO
      * (EXERCICIO_161/162). O PAGAMENTO SO E ACEITO PARA TITULO
      * SEM PEDIDO OU COM A NOTA DO FORNECEDOR CONFERIDA DENTRO DA
      * TOLERANCIA OU LIBERADA (EXERCICIO_154); A DESPESA ACIMA DA
      * ALCADA SO DEPOIS DE APROVADA (EXERCICIO_161). O VALOR
      * INFORMADO NO PAGAMENTO E O BRUTO: AS RETENCOES NA FONTE DO
      * FORNECEDOR (IRRF, ISS, INSS - SUBROTINA CALC_RETENCAO) SAO
      * DESCONTADAS E O FORNECEDOR RECEBE O LIQUIDO; CADA RETENCAO
      * VIRA UM TITULO 'R' EM DUPL_PAGAR PARA O FORNECEDOR DO FISCO E
      * UM REGISTRO NO ARQUIVO RETENCOES (ORIGEM 'MAN').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.

           SELECT RETENCOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\retencoes.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RET.
       DATA DIVISION.
       FILE SECTION.
       FD DUPL_PAGAR.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD RETENCOES.
       01 REG-RETENCAO.
           COPY RETENCAO.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGAR           PIC 99.
       77 WS-FS-FORN            PIC 99.
       77 WS-FS-RET             PIC 99.
       77 WS-EOF                PIC 99.
       77 W-OPCAO               PIC 99.
       77 WS-HOJE-AAAAMMDD      PIC 9(008).
       77 WS-IDX                PIC 9(002).
       77 WS-IDX2               PIC 9(002).
       77 WS-QTD-FORN           PIC 9(002).
       77 W-CONF                PIC X(001) VALUE SPACES.

      *> RETENCOES NA FONTE DO PAGAMENTO (SUBROTINA CALC_RETENCAO).
       01 WS-RETENCOES.
           COPY RETCALC.
       77 WS-VL-RETENCAO        PIC S9(013)V9(002).
       77 WS-VL-LIQUIDO         PIC S9(013)V9(002).
       77 WS-DT-VENC-RET        PIC 9(008).
       77 WS-RET-FUNCAO         PIC X(001) VALUE 'C'.
       77 WS-RET-RESULTADO      PIC X(001).
       77 WS-IDX-RET            PIC 9(001).
       77 WS-NR-TITULO-RET      PIC 9(007).
       77 WS-RET-FORNECEDOR     PIC 9(005).

      *> TOTAIS DE AGING POR FORNECEDOR.
       01 WS-TAB-AGING.
               CLOSE DUPL_PAGAR
               GO TO MENU-001.

      *> TITULO AGUARDANDO A NOTA, COM NOTA DIVERGENTE NAO LIBERADA
      *> OU DESPESA AGUARDANDO APROVACAO ESTA RETIDO.
            IF NOT PAG-LIBERADO-PAGTO
               EVALUATE TRUE
                  WHEN PAG-CONF-AGUARDA-NOTA
                     DISPLAY "*** TITULO RETIDO - AGUARDANDO A NOTA DO "
                         "FORNECEDOR (EXERCICIO_154) ***"
                  WHEN PAG-CONF-PEND-APROV
                     DISPLAY "*** TITULO RETIDO - DESPESA AGUARDANDO "
                         "APROVACAO (EXERCICIO_161) ***"
                  WHEN OTHER
                     DISPLAY "*** TITULO RETIDO - NOTA DIVERGENTE, "
                         "LIBERE NO EXERCICIO_154 ***"
               END-EVALUATE
               CLOSE DUPL_PAGAR
               GO TO MENU-001.

       PGT-001A.
            MOVE WS-HOJE-AAAAMMDD TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
               CLOSE DUPL_PAGAR
               GO TO MENU-001.

      *> RETENCOES NA FONTE SOBRE O VALOR BRUTO PAGO. TITULO DE
      *> IMPOSTO OU DE RETENCAO NAO SOFRE RETENCAO.
            MOVE ZEROS TO WS-VL-RETENCAO
            IF PAG-SOFRE-RETENCAO
               CALL 'CALC_RETENCAO' USING WS-RET-FUNCAO,
                   PAG-COD-FORNECEDOR, WS-VL-PAGAMENTO,
                   WS-HOJE-AAAAMMDD, WS-RETENCOES, WS-VL-RETENCAO,
                   WS-DT-VENC-RET, WS-RET-RESULTADO
               IF WS-RET-RESULTADO EQUAL 'E'
                  DISPLAY "*** RETENCAO NAO CALCULADA - PARAMETRO "
                      "FISCO-XXXX OU RET-DIA-VENC NAO CADASTRADO, OU "
                      "RETENCAO MAIOR QUE O PAGAMENTO - PAGAMENTO "
                      "RECUSADO ***"
                  CLOSE DUPL_PAGAR
                  GO TO MENU-001
               END-IF
               IF WS-RET-RESULTADO EQUAL 'N'
                  DISPLAY "* FORNECEDOR NAO CADASTRADO - PAGAMENTO "
                      "SEM RETENCAO *"
               END-IF
            END-IF.

            COMPUTE WS-VL-LIQUIDO = WS-VL-PAGAMENTO - WS-VL-RETENCAO
            IF WS-VL-RETENCAO > ZEROS
               PERFORM PGT-MOSTRA-RETENCAO THRU PGT-MOSTRA-RETENCAO-FIM
                   VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               DISPLAY 'TOTAL RETIDO: ' WS-VL-RETENCAO
            END-IF
            DISPLAY 'LIQUIDO A PAGAR AO FORNECEDOR: ' WS-VL-LIQUIDO.

       PGT-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* PAGAMENTO NAO REGISTRADO *"
               CLOSE DUPL_PAGAR
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO PGT-OPC.

       PGT-GRAVA.
            ADD WS-VL-PAGAMENTO TO PAG-VL-PAGO
            ADD WS-VL-RETENCAO TO PAG-VL-RETENCAO
            MOVE WS-HOJE-AAAAMMDD TO PAG-DT-PAGAMENTO
            IF PAG-VL-PAGO EQUAL PAG-VL-TITULO
               MOVE "SIM" TO PAG-ST-TITULO

            REWRITE REG-DUPL-PAGAR

      *> UM TITULO A PAGAR AO FISCO E UM REGISTRO NO ARQUIVO
      *> RETENCOES PARA CADA IMPOSTO RETIDO.
            IF WS-VL-RETENCAO > ZEROS
               MOVE PAG-COD-FORNECEDOR TO WS-RET-FORNECEDOR
               SET WS-FS-RET TO 0
               OPEN EXTEND RETENCOES
               IF WS-FS-RET EQUAL 35
                  OPEN OUTPUT RETENCOES
               END-IF
               PERFORM PGT-GRAVA-RETENCAO THRU PGT-GRAVA-RETENCAO-FIM
                   VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               CLOSE RETENCOES
            END-IF

            CLOSE DUPL_PAGAR
            GO TO MENU-001.
      *
       PGT-MOSTRA-RETENCAO.
            IF RTC-VALOR(WS-IDX-RET) > ZEROS
               DISPLAY 'RETENCAO ' RTC-COD-RETENCAO(WS-IDX-RET)
                   ' ' RTC-PCT(WS-IDX-RET) '%: '
                   RTC-VALOR(WS-IDX-RET)
            END-IF.
       PGT-MOSTRA-RETENCAO-FIM.
           EXIT.
      *
       PGT-GRAVA-RETENCAO.
            IF RTC-VALOR(WS-IDX-RET) NOT > ZEROS
               GO TO PGT-GRAVA-RETENCAO-FIM.

            CALL 'NUM_TITULO' USING WS-NR-TITULO-RET
            MOVE WS-NR-TITULO-RET      TO PAG-NR-TITULO
            MOVE RTC-FORN-FISCO(WS-IDX-RET) TO PAG-COD-FORNECEDOR
            MOVE ZEROS                 TO PAG-NR-PEDIDO
            MOVE WS-HOJE-AAAAMMDD      TO PAG-DT-EMISSAO
            MOVE WS-DT-VENC-RET        TO PAG-DT-VENCIMENTO
            MOVE RTC-VALOR(WS-IDX-RET) TO PAG-VL-TITULO
            MOVE ZEROS                 TO PAG-VL-PAGO
            MOVE "NAO"                 TO PAG-ST-TITULO
            MOVE ZEROS                 TO PAG-DT-PAGAMENTO
            MOVE 'N'                   TO PAG-ST-CONFERENCIA
            MOVE ZEROS                 TO PAG-QTDE-RECEBIDA
            MOVE ZEROS                 TO PAG-NR-NOTA-FORN
            MOVE SPACES                TO PAG-OPERADOR-LIBER
            MOVE ZEROS                 TO PAG-DT-LIBERACAO
            MOVE 'R'                   TO PAG-TIPO-TITULO
            MOVE RTC-COD-RETENCAO(WS-IDX-RET) TO PAG-COD-RETENCAO
            MOVE ZEROS                 TO PAG-VL-RETENCAO
            MOVE WS-NR-TITULO          TO PAG-TITULO-ORIGEM
            MOVE SPACES                TO PAG-EVENTO-DESPESA
            MOVE ZEROS                 TO PAG-VL-CREDITO

            WRITE REG-DUPL-PAGAR
                INVALID KEY
                    DISPLAY "*** TITULO " PAG-NR-TITULO
                        " JA EXISTE - RETENCAO "
                        RTC-COD-RETENCAO(WS-IDX-RET)
                        " NAO GRAVADA, ACERTE MANUALMENTE ***"
                    GO TO PGT-GRAVA-RETENCAO-FIM
            END-WRITE
            DISPLAY "TITULO A PAGAR " PAG-NR-TITULO " GRAVADO: "
                "RETENCAO " RTC-COD-RETENCAO(WS-IDX-RET)
                " FISCO " PAG-COD-FORNECEDOR " VALOR " PAG-VL-TITULO

            MOVE WS-RET-FORNECEDOR     TO RET-COD-FORNECEDOR
            MOVE WS-NR-TITULO          TO RET-NR-TITULO
            MOVE WS-HOJE-AAAAMMDD      TO RET-DT-PAGAMENTO
            MOVE RTC-COD-RETENCAO(WS-IDX-RET) TO RET-COD-RETENCAO
            MOVE WS-VL-PAGAMENTO       TO RET-VL-BASE
            MOVE RTC-PCT(WS-IDX-RET)   TO RET-PCT
            MOVE RTC-VALOR(WS-IDX-RET) TO RET-VL-RETIDO
            MOVE RTC-FORN-FISCO(WS-IDX-RET) TO RET-FORN-FISCO
            MOVE WS-NR-TITULO-RET      TO RET-NR-TITULO-FISCO
            MOVE WS-DT-VENC-RET        TO RET-DT-VENCIMENTO
            MOVE 'MAN'                 TO RET-ORIGEM
            MOVE SPACES                TO RET-OPERADOR
            WRITE REG-RETENCAO.
       PGT-GRAVA-RETENCAO-FIM.
           EXIT.
      *
      **************************************
      * LISTAGEM SEMANAL DO QUE VENCE NOS  *
