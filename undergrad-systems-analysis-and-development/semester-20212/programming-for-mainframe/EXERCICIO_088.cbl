      * (PAG-DT-PAGAMENTO, GRAVADO POR EXERCICIO_062/091); TITULO
      * PAGO ANTES DA CRIACAO DO CAMPO (DATA ZERADA) SAI PELO MES DE
      * EMISSAO, COMO ANTES. A CONTABILIDADE PARA DE REDIGITAR O
      * MOVIMENTO DE FORNECEDOR DOS RELATORIOS IMPRESSOS. CADA
      * LANCAMENTO LEVA O CENTRO DE CUSTO PADRAO DO EVENTO NO PLANO
      * DE CONTAS (LCT-CENTRO-CUSTO). COM AS RETENCOES NA FONTE
      * (CALC_RETENCAO), O PAGAMENTO SAI PELO LIQUIDO (PAG-VL-PAGO
      * MENOS PAG-VL-RETENCAO) E CADA TITULO DE RETENCAO (TIPO 'R')
      * GERA NA EMISSAO O EVENTO RETENC-IRRF, RETENC-ISS OU
      * RETENC-INSS (DEBITO FORNECEDORES, CREDITO IMPOSTO A
      * RECOLHER), SEM O EVENTO COMPRA. O PAGAMENTO DO TITULO DE
      * RETENCAO OU DE IMPOSTO SOBRE VENDAS (TIPO 'I', EXERCICIO_142,
      * QUE JA LANCA A APURACAO) BAIXA O IMPOSTO A RECOLHER DO SEU
      * EVENTO CONTRA A CONTA DE CREDITO DO EVENTO PAGAMENTO. ESSES
      * EVENTOS SO SAO EXIGIDOS NO PLANO QUANDO HA TITULO DELES NO
      * MES; FALTANDO O MAPEAMENTO, A EXPORTACAO E RECUSADA ANTES DE
      * GRAVAR QUALQUER LANCAMENTO. O TITULO DE DESPESA SEM PEDIDO
      * (TIPO 'D', EXERCICIO_161/162) SAI NA EMISSAO PELO PROPRIO
      * EVENTO DE DESPESA GRAVADO NELE (DEBITO DESPESA, CREDITO
      * FORNECEDORES), TAMBEM CONFERIDO NO PLANO ANTES DE GRAVAR.
      * NO JOB DE FECHAMENTO DO MES (FECHAMES.JCL) O MES VEM DO
      * CARTAO fechames_param E A EXECUCAO E REGISTRADA NA SUBROTINA
      * RUN_CONTROLE, QUE SO LIBERA A PARTIDA DEPOIS DA EXPORTACAO DO
      * RECEBER (EXERCICIO_040) CONCLUIDA NO DIA. A PARTE DO PAGAMENTO
      * COBERTA PELO CREDITO DO FORNECEDOR NO BORDERO (PAG-VL-CREDITO,
      * EXERCICIO_091) TAMBEM NAO SAI DO CAIXA: FICA FORA DO EVENTO
      * PAGAMENTO E SAI PELO EVENTO CREDITO-FORN (DEBITO FORNECEDORES,
      * CREDITO NA CONTA DE CREDITOS DE FORNECEDOR), EXIGIDO NO PLANO
      * SO QUANDO HA PAGAMENTO COM CREDITO NO MES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-LANCTOS.

      *> CARTAO DO FECHAMENTO MENSAL (JOB FECHAMES): PRESENTE, O MES
      *> VEM DELE E NINGUEM DIGITA NO CONSOLE.
           SELECT CARTAO_FECHAMES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fechames_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_FECHAMES.
       01 REG-CARTAO-FECHAMES.
           03 CARD-MES-FECHAMENTO      PIC 9(006).

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

      *> MESMO LAYOUT DO DIARIO DO RECEBER: NO LADO DO PAGAR, O
      *> CAMPO DO NUMERO CARREGA O PAG-NR-TITULO E O DO CLIENTE
           03 LCT-CONTA                PIC X(010).
           03 LCT-DATA                 PIC 9(008).
           03 LCT-NR-DUPLICATA         PIC 9(007).
           03 LCT-COD-CLIENTE          PIC 9(005).
           03 LCT-VALOR                PIC S9(013)V9(002).
           03 LCT-CENTRO-CUSTO         PIC X(006).
       01 REG-LANCTO-TRAILER.
           03 LCT-T-TIPO               PIC X(001).
           03 LCT-T-QTDE               PIC 9(006).
           03 LCT-T-VL-DEBITOS         PIC S9(013)V9(002).
           03 LCT-T-VL-CREDITOS        PIC S9(013)V9(002).
           03 LCT-T-ORIGEM             PIC X(003).
           03 LCT-T-MES                PIC 9(006).
           03 FILLER                   PIC X(007).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-LOTE                      PIC X(001) VALUE 'N'.

      *> CONTROLE DE EXECUCAO (SUBROTINA RUN_CONTROLE) QUANDO RODA NO
      *> JOB FECHAMES, COM AS DEPENDENCIAS DO REGISTRO DE JOBS.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_088'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       77 WS-FS-PAGAR                  PIC 99.
       77 WS-FS-PLANO                  PIC 99.
       77 WS-FS-LANCTOS                PIC 99.
       77 WS-VL-CREDITOS               PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QTD-COMPRAS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PAGAMENTOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RETENCOES             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESPESAS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CREDITOS              PIC 9(006) VALUE ZEROS.
       77 WS-VL-EVENTO                 PIC S9(013)V9(002).
       77 WS-DT-EVENTO                 PIC 9(008).
       77 WS-DT-PGTO                   PIC 9(008).
       77 WS-CTA-D-LIDA                PIC X(010).
       77 WS-CTA-C-LIDA                PIC X(010).

      *> CENTRO DE CUSTO PADRAO DE CADA EVENTO (PLANO DE CONTAS).
       77 WS-CC-CPR                    PIC X(006).
       77 WS-CC-PGT                    PIC X(006).
       77 WS-CC-LIDO                   PIC X(006).
       77 WS-CC-LANCTO                 PIC X(006).
       77 WS-ACHOU-EVENTO              PIC X(001).

      *> EVENTOS DAS RETENCOES NA FONTE (1 = IRRF, 2 = ISS, 3 = INSS,
      *> MESMA ORDEM DE RETCALC.CPY) E DO IMPOSTO SOBRE VENDAS,
      *> CARREGADOS SE EXISTIREM NO PLANO; SO SAO EXIGIDOS QUANDO HA
      *> TITULO DELES NO MES (0070-CONFERE-MAPEAMENTO).
       01 WS-EVENTOS-RETENCAO.
           03 WS-EVT-RET OCCURS 3 TIMES.
              05 WS-EVT-RET-NOME       PIC X(012).
              05 WS-EVT-RET-ACHOU      PIC X(001).
              05 WS-CTA-RET-D          PIC X(010).
              05 WS-CTA-RET-C          PIC X(010).
              05 WS-CC-RET             PIC X(006).
       77 WS-IDX-RET                   PIC 9(001).
       77 WS-IMP-ACHOU                 PIC X(001).
       77 WS-CTA-IMP-C                 PIC X(010).
       77 WS-EXIGE-EVENTO              PIC X(001).

      *> EVENTO DO CREDITO DO FORNECEDOR USADO NO BORDERO, TAMBEM
      *> OPCIONAL: SO E EXIGIDO QUANDO HA PAGAMENTO COM CREDITO NO MES.
       77 WS-CRF-ACHOU                 PIC X(001).
       77 WS-CTA-CRF-D                 PIC X(010).
       77 WS-CTA-CRF-C                 PIC X(010).
       77 WS-CC-CRF                    PIC X(006).

      *> MES (AAAAMM) EXTRAIDO DA DATA DO REGISTRO EM EXAME.
       01 WS-DATA-REGISTRO             PIC 9(008).
       01 FILLER REDEFINES WS-DATA-REGISTRO.

           MOVE 0 TO RETURN-CODE

           PERFORM 0010-LE-CARTAO THRU 0010-LE-CARTAO-FIM
           IF WS-LOTE NOT EQUAL 'S'
               DISPLAY 'INFORME O MES DE FECHAMENTO (AAAAMM):'
               ACCEPT WS-MES-FECHAMENTO
           END-IF

           PERFORM 0050-CARREGA-CONTAS THRU 0050-CARREGA-CONTAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0070-CONFERE-MAPEAMENTO
               THRU 0070-CONFERE-MAPEAMENTO-FIM
           IF RETURN-CODE NOT = 0
               DISPLAY "*** EXPORTACAO RECUSADA - CADASTRE OS EVENTOS "
                   "EM EXERCICIO_087 ***"
               GO TO ROT-FIM
           END-IF

      *> O DIARIO DO PAGAR E ANEXADO APOS O DO RECEBER, CADA UM COM
      *> SEU TRAILER DE CONTROLE PROPRIO.
           SET WS-FS-LANCTOS TO 0.
           DISPLAY " "
           DISPLAY "COMPRAS EXPORTADAS: " WS-QTD-COMPRAS
           DISPLAY "PAGAMENTOS EXPORTADOS: " WS-QTD-PAGAMENTOS
           DISPLAY "RETENCOES EXPORTADAS: " WS-QTD-RETENCOES
           DISPLAY "DESPESAS EXPORTADAS: " WS-QTD-DESPESAS
           DISPLAY "CREDITOS DE FORNECEDOR EXPORTADOS: " WS-QTD-CREDITOS
           DISPLAY "TOTAL DE LANCAMENTOS: " WS-QTD-LANCTOS
           DISPLAY "TOTAL DE DEBITOS: " WS-VL-DEBITOS
           DISPLAY "TOTAL DE CREDITOS: " WS-VL-CREDITOS
           PERFORM 5000-CONFERE-TOTAIS THRU 5000-CONFERE-TOTAIS-FIM.

       ROT-FIM.
           IF WS-LOTE EQUAL 'S'
               MOVE WS-QTD-LANCTOS TO WS-RC-REGISTROS
               MOVE 'F'         TO WS-RC-FUNCAO
               MOVE RETURN-CODE TO WS-RC-RETCODE
               CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
                   WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
               MOVE WS-RC-RETCODE TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      **************************************
      * MES DO CARTAO fechames_param (JOB  *
      * FECHAMES) E PARTIDA NO CONTROLE DE *
      * EXECUCAO                           *
      **************************************
      *
       0010-LE-CARTAO.
           MOVE 'N' TO WS-LOTE
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_FECHAMES
           IF WS-FS-CARTAO EQUAL 35
               GO TO 0010-LE-CARTAO-FIM
           END-IF
           READ CARTAO_FECHAMES
               AT END
                   MOVE ZEROS TO CARD-MES-FECHAMENTO
           END-READ
           CLOSE CARTAO_FECHAMES
           IF CARD-MES-FECHAMENTO NOT NUMERIC OR
               CARD-MES-FECHAMENTO EQUAL ZEROS
               GO TO 0010-LE-CARTAO-FIM
           END-IF

           MOVE 'S' TO WS-LOTE
           MOVE CARD-MES-FECHAMENTO TO WS-MES-FECHAMENTO
           DISPLAY "MES DE FECHAMENTO DO CARTAO fechames_param: "
               WS-MES-FECHAMENTO

           MOVE 'I' TO WS-RC-FUNCAO
           MOVE ZEROS TO WS-RC-REGISTROS
           MOVE ZEROS TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-RESULTADO EQUAL 'J'
               DISPLAY "*** LOTE JA EXECUTADO NESTA DATA OU "
                   "DEPENDENCIA PENDENTE - GRAVE O PROGRAMA NO "
                   "CARTAO runctl_force PARA RODAR DE NOVO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0010-LE-CARTAO-FIM.
           EXIT.

      *
      **************************************
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-CPR-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-CPR-C
           MOVE WS-CC-LIDO    TO WS-CC-CPR

           MOVE 'PAGAMENTO' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-PGT-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-PGT-C
           MOVE WS-CC-LIDO    TO WS-CC-PGT

      *> EVENTOS OPCIONAIS: A FALTA SO E COBRADA SE HOUVER TITULO.
           MOVE 'RETENC-IRRF' TO WS-EVT-RET-NOME (1)
           MOVE 'RETENC-ISS'  TO WS-EVT-RET-NOME (2)
           MOVE 'RETENC-INSS' TO WS-EVT-RET-NOME (3)
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               MOVE WS-EVT-RET-NOME (WS-IDX-RET) TO WS-EVENTO-BUSCA
               PERFORM 0065-LE-EVENTO-OPCIONAL
                   THRU 0065-LE-EVENTO-OPCIONAL-FIM
               MOVE WS-ACHOU-EVENTO TO WS-EVT-RET-ACHOU (WS-IDX-RET)
               MOVE WS-CTA-D-LIDA   TO WS-CTA-RET-D (WS-IDX-RET)
               MOVE WS-CTA-C-LIDA   TO WS-CTA-RET-C (WS-IDX-RET)
               MOVE WS-CC-LIDO      TO WS-CC-RET (WS-IDX-RET)
           END-PERFORM

           MOVE 'IMPOSTO-VEND' TO WS-EVENTO-BUSCA
           PERFORM 0065-LE-EVENTO-OPCIONAL
               THRU 0065-LE-EVENTO-OPCIONAL-FIM
           MOVE WS-ACHOU-EVENTO TO WS-IMP-ACHOU
           MOVE WS-CTA-C-LIDA   TO WS-CTA-IMP-C

           MOVE 'CREDITO-FORN' TO WS-EVENTO-BUSCA
           PERFORM 0065-LE-EVENTO-OPCIONAL
               THRU 0065-LE-EVENTO-OPCIONAL-FIM
           MOVE WS-ACHOU-EVENTO TO WS-CRF-ACHOU
           MOVE WS-CTA-D-LIDA   TO WS-CTA-CRF-D
           MOVE WS-CTA-C-LIDA   TO WS-CTA-CRF-C
           MOVE WS-CC-LIDO      TO WS-CC-CRF

           CLOSE PLANO_CONTAS.
       0050-CARREGA-CONTAS-FIM.
       0060-LE-EVENTO.
           MOVE SPACES TO WS-CTA-D-LIDA
           MOVE SPACES TO WS-CTA-C-LIDA
           MOVE SPACES TO WS-CC-LIDO
           MOVE WS-EVENTO-BUSCA TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
               NOT INVALID KEY
                   MOVE PLC-CONTA-DEBITO  TO WS-CTA-D-LIDA
                   MOVE PLC-CONTA-CREDITO TO WS-CTA-C-LIDA
                   MOVE PLC-CENTRO-CUSTO  TO WS-CC-LIDO
           END-READ.
       0060-LE-EVENTO-FIM.
           EXIT.
      *
       0065-LE-EVENTO-OPCIONAL.
           MOVE 'N'    TO WS-ACHOU-EVENTO
           MOVE SPACES TO WS-CTA-D-LIDA
           MOVE SPACES TO WS-CTA-C-LIDA
           MOVE SPACES TO WS-CC-LIDO
           MOVE WS-EVENTO-BUSCA TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'               TO WS-ACHOU-EVENTO
                   MOVE PLC-CONTA-DEBITO  TO WS-CTA-D-LIDA
                   MOVE PLC-CONTA-CREDITO TO WS-CTA-C-LIDA
                   MOVE PLC-CENTRO-CUSTO  TO WS-CC-LIDO
           END-READ.
       0065-LE-EVENTO-OPCIONAL-FIM.
           EXIT.
      *
      **************************************
      * CONFERE, ANTES DE GRAVAR, SE OS    *
      * TITULOS DE RETENCAO E DE IMPOSTO   *
      * DO MES TEM EVENTO NO PLANO         *
      **************************************
      *
       0070-CONFERE-MAPEAMENTO.
           SET WS-FS-PAGAR TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT DUPL_PAGAR
           IF WS-FS-PAGAR EQUAL 35
               GO TO 0070-CONFERE-MAPEAMENTO-FIM
           END-IF
           OPEN INPUT PLANO_CONTAS

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PAG-TIPO-RETENCAO OR PAG-TIPO-IMPOSTO OR
                           PAG-TIPO-DESPESA
                           PERFORM 0080-CONFERE-TITULO
                               THRU 0080-CONFERE-TITULO-FIM
                       END-IF
                       IF PAG-VL-CREDITO > ZEROS
                           PERFORM 0090-CONFERE-CREDITO
                               THRU 0090-CONFERE-CREDITO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PLANO_CONTAS
           CLOSE DUPL_PAGAR.
       0070-CONFERE-MAPEAMENTO-FIM.
           EXIT.
      *
       0080-CONFERE-TITULO.
      *> A DESPESA SO PRECISA DO SEU EVENTO NO MES DA EMISSAO; O
      *> PAGAMENTO DELA USA O EVENTO PAGAMENTO, JA EXIGIDO.
           IF PAG-TIPO-DESPESA
               MOVE PAG-DT-EMISSAO TO WS-DATA-REGISTRO
               IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                   MOVE PAG-EVENTO-DESPESA TO WS-EVENTO-BUSCA
                   PERFORM 0065-LE-EVENTO-OPCIONAL
                       THRU 0065-LE-EVENTO-OPCIONAL-FIM
                   IF WS-ACHOU-EVENTO NOT = 'S'
                       DISPLAY "*** TITULO " PAG-NR-TITULO ": EVENTO "
                           "DE DESPESA " PAG-EVENTO-DESPESA
                           " SEM MAPEAMENTO NO PLANO ***"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 0080-CONFERE-TITULO-FIM
           END-IF

           MOVE 'N' TO WS-EXIGE-EVENTO
           PERFORM 1200-DATA-PAGAMENTO THRU 1200-DATA-PAGAMENTO-FIM

           MOVE PAG-DT-EMISSAO TO WS-DATA-REGISTRO
           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO AND
               PAG-TIPO-RETENCAO
               MOVE 'S' TO WS-EXIGE-EVENTO
           END-IF
           MOVE WS-DT-PGTO TO WS-DATA-REGISTRO
           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO AND
               PAG-VL-PAGO > ZEROS
               MOVE 'S' TO WS-EXIGE-EVENTO
           END-IF
           IF WS-EXIGE-EVENTO NOT = 'S'
               GO TO 0080-CONFERE-TITULO-FIM
           END-IF

           IF PAG-TIPO-IMPOSTO
               IF WS-IMP-ACHOU NOT = 'S'
                   DISPLAY "*** TITULO " PAG-NR-TITULO ": EVENTO "
                       "IMPOSTO-VEND SEM MAPEAMENTO NO PLANO ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO 0080-CONFERE-TITULO-FIM
           END-IF

           PERFORM 1300-INDICE-RETENCAO THRU 1300-INDICE-RETENCAO-FIM
           IF WS-IDX-RET = 0
               DISPLAY "*** TITULO " PAG-NR-TITULO ": RETENCAO "
                   PAG-COD-RETENCAO " SEM EVENTO NO PLANO ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EVT-RET-ACHOU (WS-IDX-RET) NOT = 'S'
                   DISPLAY "*** TITULO " PAG-NR-TITULO ": EVENTO "
                       WS-EVT-RET-NOME (WS-IDX-RET)
                       " SEM MAPEAMENTO NO PLANO ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       0080-CONFERE-TITULO-FIM.
           EXIT.
      *
      *> O CREDITO DO FORNECEDOR SAI NO MES DO PAGAMENTO, QUALQUER QUE
      *> SEJA O TIPO DO TITULO.
       0090-CONFERE-CREDITO.
           PERFORM 1200-DATA-PAGAMENTO THRU 1200-DATA-PAGAMENTO-FIM
           MOVE WS-DT-PGTO TO WS-DATA-REGISTRO
           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO AND
               WS-CRF-ACHOU NOT = 'S'
               DISPLAY "*** TITULO " PAG-NR-TITULO ": EVENTO "
                   "CREDITO-FORN SEM MAPEAMENTO NO PLANO ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       0090-CONFERE-CREDITO-FIM.
           EXIT.
      *
      **************************************
      * VARRE OS TITULOS DO MES: CADA      *
      * TITULO EMITIDO GERA O EVENTO       *
      * COMPRA (OU RETENC-xxx) E, SE TEM   *
      * VALOR PAGO, O EVENTO PAGAMENTO     *
      **************************************
      *
       1000-EXPORTA-TITULOS.
                   "EXPORTAR *"
               GO TO 1000-EXPORTA-TITULOS-FIM
           END-IF
      *> O PLANO FICA ABERTO PARA O EVENTO DE CADA TITULO DE DESPESA.
           OPEN INPUT PLANO_CONTAS

      *> CADA TITULO E EXAMINADO DUAS VEZES: A COMPRA PELO MES DE
      *> EMISSAO E O PAGAMENTO PELO MES DO PAGAMENTO.
               END-READ
           END-PERFORM

           CLOSE PLANO_CONTAS
           CLOSE DUPL_PAGAR.
       1000-EXPORTA-TITULOS-FIM.
           EXIT.
      *
       1100-EXPORTA-UM-TITULO.
           IF PAG-TIPO-RETENCAO
               PERFORM 1300-INDICE-RETENCAO
                   THRU 1300-INDICE-RETENCAO-FIM
           END-IF

      *> O TITULO DE IMPOSTO SOBRE VENDAS JA FOI LANCADO NA APURACAO
      *> (EXERCICIO_142) E O DE RETENCAO SO TRANSFERE PARTE DA DIVIDA
      *> COM O FORNECEDOR PARA O FISCO: NENHUM DOS DOIS E COMPRA.
           MOVE PAG-DT-EMISSAO TO WS-DATA-REGISTRO
           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO AND
               PAG-TIPO-RETENCAO
               ADD 1 TO WS-QTD-RETENCOES
               MOVE PAG-VL-TITULO  TO WS-VL-EVENTO
               MOVE PAG-DT-EMISSAO TO WS-DT-EVENTO
               MOVE WS-CTA-RET-D (WS-IDX-RET) TO WS-CTA-D-LIDA
               MOVE WS-CTA-RET-C (WS-IDX-RET) TO WS-CTA-C-LIDA
               MOVE WS-CC-RET (WS-IDX-RET)    TO WS-CC-LANCTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF
      *> A DESPESA SEM PEDIDO DEBITA A CONTA DO SEU PROPRIO EVENTO.
           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO AND
               PAG-TIPO-DESPESA
               MOVE PAG-EVENTO-DESPESA TO WS-EVENTO-BUSCA
               PERFORM 0065-LE-EVENTO-OPCIONAL
                   THRU 0065-LE-EVENTO-OPCIONAL-FIM
               ADD 1 TO WS-QTD-DESPESAS
               MOVE PAG-VL-TITULO  TO WS-VL-EVENTO
               MOVE PAG-DT-EMISSAO TO WS-DT-EVENTO
               MOVE WS-CC-LIDO     TO WS-CC-LANCTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF
           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO AND
               NOT PAG-TIPO-RETENCAO AND NOT PAG-TIPO-IMPOSTO AND
               NOT PAG-TIPO-DESPESA
               ADD 1 TO WS-QTD-COMPRAS
               MOVE PAG-VL-TITULO  TO WS-VL-EVENTO
               MOVE PAG-DT-EMISSAO TO WS-DT-EVENTO
               MOVE WS-CTA-CPR-D TO WS-CTA-D-LIDA
               MOVE WS-CTA-CPR-C TO WS-CTA-C-LIDA
               MOVE WS-CC-CPR    TO WS-CC-LANCTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF
               GO TO 1100-EXPORTA-UM-TITULO-FIM
           END-IF

           PERFORM 1200-DATA-PAGAMENTO THRU 1200-DATA-PAGAMENTO-FIM

           MOVE WS-DT-PGTO TO WS-DATA-REGISTRO
           IF WS-MES-REGISTRO NOT EQUAL WS-MES-FECHAMENTO
               GO TO 1100-EXPORTA-UM-TITULO-FIM
           END-IF

      *> O CREDITO DO FORNECEDOR USADO NO BORDERO BAIXA O FORNECEDOR
      *> CONTRA A CONTA DE CREDITOS (EVENTO CREDITO-FORN), MESMO QUE
      *> O CREDITO TENHA COBERTO O TITULO INTEIRO.
           IF PAG-VL-CREDITO > ZEROS
               ADD 1 TO WS-QTD-CREDITOS
               MOVE PAG-VL-CREDITO TO WS-VL-EVENTO
               MOVE WS-DT-PGTO     TO WS-DT-EVENTO
               MOVE WS-CTA-CRF-D   TO WS-CTA-D-LIDA
               MOVE WS-CTA-CRF-C   TO WS-CTA-C-LIDA
               MOVE WS-CC-CRF      TO WS-CC-LANCTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF

      *> O QUE FOI RETIDO OU COBERTO POR CREDITO NAO SAI DO CAIXA: O
      *> FORNECEDOR E BAIXADO PELO LIQUIDO E O RESTANTE PELOS EVENTOS
      *> RETENC-xxx E CREDITO-FORN.
           COMPUTE WS-VL-EVENTO = PAG-VL-PAGO - PAG-VL-RETENCAO
                                - PAG-VL-CREDITO
           IF WS-VL-EVENTO NOT > ZEROS
               GO TO 1100-EXPORTA-UM-TITULO-FIM
           END-IF
           ADD 1 TO WS-QTD-PAGAMENTOS
           MOVE WS-DT-PGTO  TO WS-DT-EVENTO
           MOVE WS-CTA-PGT-D TO WS-CTA-D-LIDA
           MOVE WS-CTA-PGT-C TO WS-CTA-C-LIDA
           MOVE WS-CC-PGT    TO WS-CC-LANCTO

      *> RECOLHIMENTO AO FISCO: BAIXA O IMPOSTO A RECOLHER.
           IF PAG-TIPO-RETENCAO
               MOVE WS-CTA-RET-C (WS-IDX-RET) TO WS-CTA-D-LIDA
           END-IF
           IF PAG-TIPO-IMPOSTO
               MOVE WS-CTA-IMP-C TO WS-CTA-D-LIDA
           END-IF

           PERFORM 9400-GRAVA-PAR-EVENTO
               THRU 9400-GRAVA-PAR-EVENTO-FIM.
       1100-EXPORTA-UM-TITULO-FIM.
           EXIT.
      *
      *> PAGAMENTO ANTERIOR A CRIACAO DO CAMPO DE DATA (ZERADA)
      *> CONTINUA SAINDO PELO MES DE EMISSAO, COMO ANTES.
       1200-DATA-PAGAMENTO.
           IF PAG-DT-PAGAMENTO > ZEROS
               MOVE PAG-DT-PAGAMENTO TO WS-DT-PGTO
           ELSE
               MOVE PAG-DT-EMISSAO   TO WS-DT-PGTO
           END-IF.
       1200-DATA-PAGAMENTO-FIM.
           EXIT.
      *
       1300-INDICE-RETENCAO.
           EVALUATE PAG-COD-RETENCAO
               WHEN 'IRRF'
                   MOVE 1 TO WS-IDX-RET
               WHEN 'ISS'
                   MOVE 2 TO WS-IDX-RET
               WHEN 'INSS'
                   MOVE 3 TO WS-IDX-RET
               WHEN OTHER
                   MOVE 0 TO WS-IDX-RET
           END-EVALUATE.
       1300-INDICE-RETENCAO-FIM.
           EXIT.
      *
      **************************************
           MOVE 'L'              TO LCT-TIPO
           MOVE 'D'              TO LCT-DC
           MOVE WS-CTA-D-LIDA    TO LCT-CONTA
           MOVE WS-CC-LANCTO     TO LCT-CENTRO-CUSTO
           MOVE WS-DT-EVENTO     TO LCT-DATA
           MOVE PAG-NR-TITULO    TO LCT-NR-DUPLICATA
           MOVE PAG-COD-FORNECEDOR TO LCT-COD-CLIENTE
           MOVE 'L'              TO LCT-TIPO
           MOVE 'C'              TO LCT-DC
           MOVE WS-CTA-C-LIDA    TO LCT-CONTA
           MOVE WS-CC-LANCTO     TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO     TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           MOVE WS-QTD-LANCTOS TO LCT-T-QTDE
           MOVE WS-VL-DEBITOS  TO LCT-T-VL-DEBITOS
           MOVE WS-VL-CREDITOS TO LCT-T-VL-CREDITOS
           MOVE 'PAG'          TO LCT-T-ORIGEM
           MOVE WS-MES-FECHAMENTO TO LCT-T-MES
           WRITE REG-LANCTO-TRAILER.
       4000-GRAVA-TRAILER-FIM.
           EXIT.
