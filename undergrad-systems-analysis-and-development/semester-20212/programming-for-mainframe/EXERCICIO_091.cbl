      * GERA A REMESSA BANCARIA DE PAGAMENTO (PAGTO_REMESSA) COM
      * TRAILER DE CONTROLE. MODO 'C' (CONFIRMACAO) LANCA AS
      * LIQUIDACOES EM DUPL_PAGAR COM A DATA CONFIRMADA PELO BANCO
      * (RESPEITANDO O PERIODO CONTABIL - PERIODO_CHECK). O CREDITO
      * EM ABERTO DO FORNECEDOR (CREDITOS_FORN, GRAVADO NA DEVOLUCAO
      * DE COMPRA - EXERCICIO_095) E ABATIDO DOS TITULOS DELE NA
      * PROPOSTA, QUE IMPRIME BRUTO, CREDITO USADO E LIQUIDO POR
      * FORNECEDOR; A REMESSA LEVA SO O LIQUIDO E O CREDITO SO E
      * CONSUMIDO NA CONFIRMACAO - BORDERO DESCARTADO NAO TOCA NELE.
      * O CREDITO CONSUMIDO FICA ACUMULADO NO TITULO (PAG-VL-CREDITO),
      * PARA A EXPORTACAO CONTABIL (EXERCICIO_088) NAO O TOMAR POR
      * SAIDA DE CAIXA.
      * NA CONFIRMACAO O OPERADOR INFORMA TAMBEM O BANCO DA CONTA
      * PAGADORA (CONTAS_BANCO, EXERCICIO_137), E O LIQUIDO PAGO DE
      * CADA TITULO E DEBITADO NELA NO MOVIMENTO BANCARIO (SUBROTINA
      * LANCA_BANCO). TITULO DE RECEBIMENTO AINDA SEM NOTA DO
      * FORNECEDOR CONFERIDA, OU COM NOTA DIVERGENTE NAO LIBERADA
      * (EXERCICIO_154), OU DESPESA SEM PEDIDO AINDA NAO APROVADA
      * (EXERCICIO_161), FICA FORA DA PROPOSTA E E CONTADO COMO RETIDO.
      * AS RETENCOES NA FONTE DO FORNECEDOR (IRRF, ISS, INSS -
      * SUBROTINA CALC_RETENCAO) SAO CALCULADAS NA PROPOSTA SOBRE O
      * SALDO BRUTO E GUARDADAS NO BORDERO; A PROPOSTA IMPRIME A
      * RETENCAO DE CADA TITULO, A REMESSA E O DEBITO NO BANCO LEVAM
      * O LIQUIDO SEM ELA, E A CONFIRMACAO GRAVA UM TITULO 'R' PARA O
      * FORNECEDOR DO FISCO EM DUPL_PAGAR E UM REGISTRO NO ARQUIVO
      * RETENCOES (ORIGEM 'BOR') PARA CADA IMPOSTO RETIDO.
      * O DETALHE DA REMESSA DE PAGAMENTO LEVA O CNPJ/CPF DO
      * FAVORECIDO E A CONTA DO CREDITO (BANCO, AGENCIA, CONTA E
      * DIGITO) DO CADASTRO DE FORNECEDORES; O TITULO DE FORNECEDOR
      * AINDA SEM DOCUMENTO VALIDO OU SEM CONTA E AVISADO NA
      * APROVACAO (PENDENCIAS EM EXERCICIO_202).
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT CREDITOS_FORN ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_forn.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CRED.

           SELECT CONTAS_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contas_banco.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CBC-COD-BANCO
           FILE STATUS IS WS-FS-CONTAS.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
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
           03 BPG-SITUACAO             PIC X(003).
           03 BPG-OPERADOR-APROV       PIC X(008).
           03 BPG-DT-APROVACAO         PIC 9(008).
      *> PARTE DO SALDO COBERTA PELO CREDITO DO FORNECEDOR; O BANCO
      *> PAGA SO BPG-VL-SALDO MENOS BPG-VL-CREDITO.
           03 BPG-VL-CREDITO           PIC S9(013)V9(002).
      *> RETENCOES NA FONTE SOBRE O SALDO, NA ORDEM DE RETCALC.CPY
      *> (1 IRRF, 2 ISS, 3 INSS), E O TOTAL; O BANCO PAGA TAMBEM SEM
      *> O TOTAL RETIDO, QUE VAI PARA O FISCO EM TITULOS PROPRIOS.
           03 BPG-RETENCAO OCCURS 3 TIMES.
              05 BPG-RET-PCT           PIC 9(002)V9(002).
              05 BPG-RET-VALOR         PIC S9(013)V9(002).
           03 BPG-VL-RETENCAO          PIC S9(013)V9(002).

      *> REMESSA DE PAGAMENTO: DETALHE 'D' E TRAILER 'T', NO MESMO
      *> ESQUEMA DA REMESSA DE COBRANCA (EXERCICIO_034).
           03 PRM-COD-FORNECEDOR       PIC 9(005).
           03 PRM-DT-VENCIMENTO        PIC 9(008).
           03 PRM-VL-PAGAR             PIC S9(013)V9(002).
           03 PRM-TIPO-PESSOA          PIC X(001).
           03 PRM-CNPJ-CPF             PIC 9(014).
           03 PRM-BANCO                PIC 9(003).
           03 PRM-AGENCIA              PIC 9(004).
           03 PRM-CONTA                PIC 9(012).
           03 PRM-DV-CONTA             PIC X(001).
       01 REG-PAGTO-REMESSA-TRAILER.
           03 PRM-T-TIPO               PIC X(001).
           03 PRM-T-QTDE               PIC 9(006).
       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

      *> MESMO LAYOUT GRAVADO PELA DEVOLUCAO DE COMPRA (EXERCICIO_095).
      *> CRF-VL-CREDITO E O SALDO AINDA NAO USADO; A CONFIRMACAO DO
      *> BORDERO REGRAVA O REGISTRO COM O QUE SOBROU (ZERO =
      *> CREDITO ENCERRADO).
       FD CREDITOS_FORN.
       01 REG-CREDITO-FORN.
           03 CRF-COD-FORNECEDOR       PIC 9(005).
           03 CRF-NR-PEDIDO            PIC 9(007).
           03 CRF-VL-CREDITO           PIC S9(013)V9(002).
           03 CRF-DT-CREDITO           PIC 9(008).
           03 CRF-MOTIVO               PIC X(020).

       FD CONTAS_BANCO.
       01 REG-CONTA-BANCO.
           COPY CONTABCO.

       FD RETENCOES.
       01 REG-RETENCAO.
           COPY RETENCAO.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGAR                  PIC 99.
       77 WS-FS-BORDERO                PIC 99.
       77 WS-FS-REMESSA                PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-FS-CRED                   PIC 99.
       77 WS-FS-CONTAS                 PIC 99.
       77 WS-FS-RET                    PIC 99.
       77 WS-FS-FORN                   PIC 99.
       77 WS-QTD-SEM-CONTA             PIC 9(006) VALUE ZEROS.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CRF                   PIC 99.
       77 WS-EOF-BDP                   PIC 99.
       77 WS-TEM-APR                   PIC X(001).
       77 WS-MODO                      PIC X(001).
       77 WS-QTD-PROPOSTOS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-APROVADOS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-LIQUIDADOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RETIDOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-RETIDO                 PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOTAL                  PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-FORN-ANTERIOR             PIC 9(005) VALUE ZEROS.
       77 WS-VL-SUBTOTAL               PIC S9(013)V9(002).
       77 WS-VL-SUBCRED                PIC S9(013)V9(002).
       77 WS-VL-TOTAL-CRED             PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-LIQUIDO                PIC S9(013)V9(002).
       77 WS-VL-CREDITO-USO            PIC S9(013)V9(002).
       77 WS-VL-A-CONSUMIR             PIC S9(013)V9(002).
       77 WS-IDX                       PIC 9(003).
       77 WS-IDX2                      PIC 9(003).
       77 WS-IDX-CRF                   PIC 9(003).
       77 WS-FORN-PROCURA              PIC 9(005).

      *> RETENCOES NA FONTE DO TITULO (SUBROTINA CALC_RETENCAO).
       01 WS-RETENCOES.
           COPY RETCALC.
       77 WS-VL-RETENCAO               PIC S9(013)V9(002).
       77 WS-DT-VENC-RET               PIC 9(008).
       77 WS-RET-FUNCAO                PIC X(001).
       77 WS-RET-RESULTADO             PIC X(001).
       77 WS-IDX-RET                   PIC 9(001).
       77 WS-NR-TITULO-RET             PIC 9(007).
       77 WS-VL-SUBRET                 PIC S9(013)V9(002).
       77 WS-VL-TOTAL-RET              PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QTD-SEM-RET               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-TIT-RET               PIC 9(006) VALUE ZEROS.

      *> SALDO DE CREDITO POR FORNECEDOR (CREDITOS_FORN), CARREGADO
      *> NO INICIO DA PROPOSTA E ABATIDO TITULO A TITULO NA ORDEM DE
      *> LEITURA DE DUPL_PAGAR.
       01 WS-TAB-CRED-FORN.
           03 WS-CRF-ITEM OCCURS 999 TIMES.
              05 WS-CRF-FORNECEDOR     PIC 9(005).
              05 WS-CRF-SALDO          PIC S9(013)V9(002).
       77 WS-QTD-CRF                   PIC 9(003) VALUE ZEROS.
       01 WS-LINHA-REL                 PIC X(132).

      *> PROPOSTA MONTADA EM MEMORIA PARA SAIR AGRUPADA POR
              05 WS-PRO-NR-TITULO      PIC 9(007).
              05 WS-PRO-DT-VENCIMENTO  PIC 9(008).
              05 WS-PRO-VL-SALDO       PIC S9(013)V9(002).
              05 WS-PRO-VL-CREDITO     PIC S9(013)V9(002).
              05 WS-PRO-VL-RETENCAO    PIC S9(013)V9(002).
       77 WS-QTD-TAB                   PIC 9(003) VALUE ZEROS.
       01 WS-PRO-TROCA.
           03 WS-TRC-FORNECEDOR        PIC 9(005).
           03 WS-TRC-NR-TITULO         PIC 9(007).
           03 WS-TRC-DT-VENCIMENTO     PIC 9(008).
           03 WS-TRC-VL-SALDO          PIC S9(013)V9(002).
           03 WS-TRC-VL-CREDITO        PIC S9(013)V9(002).
           03 WS-TRC-VL-RETENCAO       PIC S9(013)V9(002).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> LIQUIDACAO DATADA DENTRO DE MES JA FECHADO E RECUSADA.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> DEBITO DO LIQUIDO PAGO NA CONTA PAGADORA, NO MOVIMENTO
      *> BANCARIO DA EMPRESA (SUBROTINA LANCA_BANCO).
       77 WS-LB-COD-BANCO              PIC 9(003).
       77 WS-LB-TIPO                   PIC X(001) VALUE 'D'.
       77 WS-LB-VALOR                  PIC S9(013)V9(002).
       77 WS-LB-ORIGEM                 PIC X(003) VALUE 'BOR'.
       77 WS-LB-DOCUMENTO              PIC X(012).
       77 WS-LB-HISTORICO              PIC X(030).
       77 WS-LB-RESULTADO              PIC X(001).
       77 WS-VL-DEBITADO               PIC S9(013)V9(002) VALUE ZEROS.

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A APROVACAO
      *> DO BORDERO EXIGE AINDA O FLAG DE APROVACAO.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_091'.
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_091'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'BORDERO DE PAGAMENTOS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
               GO TO 1000-GERA-PROPOSTA-FIM
           END-IF

           PERFORM 1060-CARREGA-CREDITOS
               THRU 1060-CARREGA-CREDITOS-FIM

           SET WS-FS-BORDERO TO 0.
           OPEN OUTPUT BORDERO_PAGTO

               THRU 1500-IMPRIME-PROPOSTA-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "TITULOS PROPOSTOS: " WS-QTD-PROPOSTOS
           DISPLAY "VALOR TOTAL DA PROPOSTA: " WS-VL-TOTAL
           DISPLAY "CREDITOS DE FORNECEDOR ABATIDOS: " WS-VL-TOTAL-CRED
           DISPLAY "RETENCOES NA FONTE: " WS-VL-TOTAL-RET
           IF WS-QTD-SEM-RET > ZEROS
               DISPLAY "TITULOS FORA DA PROPOSTA SEM RETENCAO "
                   "CALCULADA: " WS-QTD-SEM-RET
           END-IF
           IF WS-QTD-RETIDOS > ZEROS
               DISPLAY "TITULOS RETIDOS NA CONFERENCIA DA NOTA: "
                   WS-QTD-RETIDOS " VALOR " WS-VL-RETIDO
               DISPLAY "* VEJA O RELATORIO DE DIVERGENCIAS "
                   "(EXERCICIO_155) *"
           END-IF
           DISPLAY "PROPOSTA GRAVADA EM bordero_pagto_rel.".
       1000-GERA-PROPOSTA-FIM.
           EXIT.
           CLOSE BORDERO_PAGTO.
       1050-CONFERE-APROVADOS-FIM.
           EXIT.
      *
       1060-CARREGA-CREDITOS.
           MOVE ZEROS TO WS-QTD-CRF
           SET WS-FS-CRED TO 0.
           SET WS-EOF-CRF TO 0.
           OPEN INPUT CREDITOS_FORN
           IF WS-FS-CRED EQUAL 35
               GO TO 1060-CARREGA-CREDITOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF-CRF = 1
               READ CREDITOS_FORN
                   AT END
                       MOVE 1 TO WS-EOF-CRF
                   NOT AT END
                       IF CRF-VL-CREDITO > ZEROS
                           PERFORM 1070-ACUMULA-CREDITO
                               THRU 1070-ACUMULA-CREDITO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CREDITOS_FORN.
       1060-CARREGA-CREDITOS-FIM.
           EXIT.
      *
       1070-ACUMULA-CREDITO.
           MOVE CRF-COD-FORNECEDOR TO WS-FORN-PROCURA
           PERFORM 1080-ACHA-FORNECEDOR THRU 1080-ACHA-FORNECEDOR-FIM
           IF WS-IDX-CRF EQUAL ZEROS
               IF WS-QTD-CRF NOT < 999
                   GO TO 1070-ACUMULA-CREDITO-FIM
               END-IF
               ADD 1 TO WS-QTD-CRF
               MOVE WS-QTD-CRF TO WS-IDX-CRF
               MOVE CRF-COD-FORNECEDOR
                   TO WS-CRF-FORNECEDOR(WS-IDX-CRF)
               MOVE ZEROS TO WS-CRF-SALDO(WS-IDX-CRF)
           END-IF
           ADD CRF-VL-CREDITO TO WS-CRF-SALDO(WS-IDX-CRF).
       1070-ACUMULA-CREDITO-FIM.
           EXIT.
      *
       1080-ACHA-FORNECEDOR.
           MOVE ZEROS TO WS-IDX-CRF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CRF OR WS-IDX-CRF > ZEROS
               IF WS-CRF-FORNECEDOR(WS-IDX) EQUAL WS-FORN-PROCURA
                   MOVE WS-IDX TO WS-IDX-CRF
               END-IF
           END-PERFORM.
       1080-ACHA-FORNECEDOR-FIM.
           EXIT.
      *
       1100-SELECIONA-TITULO.
           COMPUTE WS-VL-SALDO = PAG-VL-TITULO - PAG-VL-PAGO
               GO TO 1100-SELECIONA-TITULO-FIM
           END-IF

      *> SO VAI PARA O BORDERO O TITULO SEM PEDIDO OU COM A NOTA DO
      *> FORNECEDOR CONFERIDA (DENTRO DA TOLERANCIA OU LIBERADA); A
      *> DESPESA ACIMA DA ALCADA SO DEPOIS DE APROVADA.
           IF NOT PAG-LIBERADO-PAGTO
               ADD 1 TO WS-QTD-RETIDOS
               ADD WS-VL-SALDO TO WS-VL-RETIDO
               GO TO 1100-SELECIONA-TITULO-FIM
           END-IF

      *> RETENCOES NA FONTE SOBRE O SALDO BRUTO. TITULO DE IMPOSTO OU
      *> DE RETENCAO NAO SOFRE RETENCAO. SEM PARAMETRO DO FISCO O
      *> TITULO NAO PODE SER PAGO E FICA FORA DA PROPOSTA.
           MOVE ZEROS TO WS-VL-RETENCAO
           MOVE 'O'   TO WS-RET-RESULTADO
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               MOVE ZEROS TO RTC-PCT(WS-IDX-RET)
               MOVE ZEROS TO RTC-VALOR(WS-IDX-RET)
           END-PERFORM
           IF PAG-SOFRE-RETENCAO
               MOVE 'C' TO WS-RET-FUNCAO
               CALL 'CALC_RETENCAO' USING WS-RET-FUNCAO,
                   PAG-COD-FORNECEDOR, WS-VL-SALDO, WS-DT-CORTE,
                   WS-RETENCOES, WS-VL-RETENCAO, WS-DT-VENC-RET,
                   WS-RET-RESULTADO
           END-IF
           IF WS-RET-RESULTADO EQUAL 'E'
               DISPLAY "*** TITULO " PAG-NR-TITULO " FORA DA PROPOSTA"
                   " - RETENCAO NAO CALCULADA (PARAMETRO FISCO-XXXX "
                   "OU RET-DIA-VENC) ***"
               ADD 1 TO WS-QTD-SEM-RET
               MOVE 8 TO RETURN-CODE
               GO TO 1100-SELECIONA-TITULO-FIM
           END-IF
           IF WS-RET-RESULTADO EQUAL 'N'
               DISPLAY "* FORNECEDOR " PAG-COD-FORNECEDOR
                   " NAO CADASTRADO - TITULO " PAG-NR-TITULO
                   " PROPOSTO SEM RETENCAO *"
           END-IF

      *> O CREDITO DO FORNECEDOR VAI SENDO ABATIDO DOS TITULOS DELE
      *> ATE ACABAR; NADA E BAIXADO EM CREDITOS_FORN AQUI. O CREDITO
      *> SO COBRE O QUE SOBRA DEPOIS DAS RETENCOES.
           MOVE ZEROS TO WS-VL-CREDITO-USO
           MOVE PAG-COD-FORNECEDOR TO WS-FORN-PROCURA
           PERFORM 1080-ACHA-FORNECEDOR THRU 1080-ACHA-FORNECEDOR-FIM
           IF WS-IDX-CRF > ZEROS
               IF WS-CRF-SALDO(WS-IDX-CRF) >
                   WS-VL-SALDO - WS-VL-RETENCAO
                   COMPUTE WS-VL-CREDITO-USO =
                       WS-VL-SALDO - WS-VL-RETENCAO
               ELSE
                   MOVE WS-CRF-SALDO(WS-IDX-CRF) TO WS-VL-CREDITO-USO
               END-IF
               SUBTRACT WS-VL-CREDITO-USO
                   FROM WS-CRF-SALDO(WS-IDX-CRF)
           END-IF

           MOVE PAG-NR-TITULO      TO BPG-NR-TITULO
           MOVE PAG-COD-FORNECEDOR TO BPG-COD-FORNECEDOR
           MOVE PAG-DT-VENCIMENTO  TO BPG-DT-VENCIMENTO
           MOVE 'PRO'              TO BPG-SITUACAO
           MOVE SPACES             TO BPG-OPERADOR-APROV
           MOVE ZEROS              TO BPG-DT-APROVACAO
           MOVE WS-VL-CREDITO-USO  TO BPG-VL-CREDITO
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               MOVE RTC-PCT(WS-IDX-RET) TO BPG-RET-PCT(WS-IDX-RET)
               MOVE RTC-VALOR(WS-IDX-RET) TO BPG-RET-VALOR(WS-IDX-RET)
           END-PERFORM
           MOVE WS-VL-RETENCAO     TO BPG-VL-RETENCAO
           WRITE REG-BORDERO-PAGTO

           IF WS-QTD-TAB < 999
               MOVE PAG-DT-VENCIMENTO
                   TO WS-PRO-DT-VENCIMENTO(WS-QTD-TAB)
               MOVE WS-VL-SALDO TO WS-PRO-VL-SALDO(WS-QTD-TAB)
               MOVE WS-VL-CREDITO-USO
                   TO WS-PRO-VL-CREDITO(WS-QTD-TAB)
               MOVE WS-VL-RETENCAO
                   TO WS-PRO-VL-RETENCAO(WS-QTD-TAB)
           END-IF

           ADD 1 TO WS-QTD-PROPOSTOS
           ADD WS-VL-SALDO TO WS-VL-TOTAL
           ADD WS-VL-CREDITO-USO TO WS-VL-TOTAL-CRED
           ADD WS-VL-RETENCAO TO WS-VL-TOTAL-RET.
       1100-SELECIONA-TITULO-FIM.
           EXIT.
      *

           MOVE ZEROS TO WS-FORN-ANTERIOR
           MOVE ZEROS TO WS-VL-SUBTOTAL
           MOVE ZEROS TO WS-VL-SUBCRED
           MOVE ZEROS TO WS-VL-SUBRET

           PERFORM 1510-LINHA-PROPOSTA
               THRU 1510-LINHA-PROPOSTA-FIM
                   THRU 1520-SUBTOTAL-FORNECEDOR-FIM
           END-IF

           COMPUTE WS-VL-LIQUIDO = WS-VL-TOTAL - WS-VL-TOTAL-CRED
               - WS-VL-TOTAL-RET
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAL DA PROPOSTA: ' DELIMITED BY SIZE
               WS-VL-TOTAL DELIMITED BY SIZE
               WS-QTD-PROPOSTOS DELIMITED BY SIZE
               ' TITULOS' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CREDITOS ABATIDOS: ' DELIMITED BY SIZE
               WS-VL-TOTAL-CRED DELIMITED BY SIZE
               '   RETENCOES: ' DELIMITED BY SIZE
               WS-VL-TOTAL-RET DELIMITED BY SIZE
               '   LIQUIDO A PAGAR: ' DELIMITED BY SIZE
               WS-VL-LIQUIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           IF WS-QTD-RETIDOS > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING ' RETIDOS AGUARDANDO A NOTA OU LIBERACAO: '
                   DELIMITED BY SIZE
                   WS-QTD-RETIDOS DELIMITED BY SIZE
                   ' TITULOS, ' DELIMITED BY SIZE
                   WS-VL-RETIDO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
           END-IF.
       1500-IMPRIME-PROPOSTA-FIM.
           EXIT.
      *
               END-IF
               MOVE WS-PRO-FORNECEDOR(WS-IDX) TO WS-FORN-ANTERIOR
               MOVE ZEROS TO WS-VL-SUBTOTAL
               MOVE ZEROS TO WS-VL-SUBCRED
               MOVE ZEROS TO WS-VL-SUBRET
               MOVE SPACES TO WS-LINHA-REL
               STRING ' ---- FORNECEDOR ' DELIMITED BY SIZE
                   WS-PRO-FORNECEDOR(WS-IDX) DELIMITED BY SIZE
           END-IF

           ADD WS-PRO-VL-SALDO(WS-IDX) TO WS-VL-SUBTOTAL
           ADD WS-PRO-VL-CREDITO(WS-IDX) TO WS-VL-SUBCRED
           ADD WS-PRO-VL-RETENCAO(WS-IDX) TO WS-VL-SUBRET

           MOVE SPACES TO WS-LINHA-REL
           STRING ' TITULO ' DELIMITED BY SIZE
               WS-PRO-DT-VENCIMENTO(WS-IDX) DELIMITED BY SIZE
               ' SALDO ' DELIMITED BY SIZE
               WS-PRO-VL-SALDO(WS-IDX) DELIMITED BY SIZE
               ' CREDITO ' DELIMITED BY SIZE
               WS-PRO-VL-CREDITO(WS-IDX) DELIMITED BY SIZE
               ' RETENCAO ' DELIMITED BY SIZE
               WS-PRO-VL-RETENCAO(WS-IDX) DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       1510-LINHA-PROPOSTA-FIM.
           EXIT.
      *
       1520-SUBTOTAL-FORNECEDOR.
           COMPUTE WS-VL-LIQUIDO = WS-VL-SUBTOTAL - WS-VL-SUBCRED
               - WS-VL-SUBRET
           MOVE SPACES TO WS-LINHA-REL
           STRING ' SUBTOTAL DO FORNECEDOR ' DELIMITED BY SIZE
               WS-FORN-ANTERIOR DELIMITED BY SIZE
               ': BRUTO ' DELIMITED BY SIZE
               WS-VL-SUBTOTAL DELIMITED BY SIZE
               ' CREDITO ' DELIMITED BY SIZE
               WS-VL-SUBCRED DELIMITED BY SIZE
               ' RETENCAO ' DELIMITED BY SIZE
               WS-VL-SUBRET DELIMITED BY SIZE
               ' LIQUIDO ' DELIMITED BY SIZE
               WS-VL-LIQUIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       1520-SUBTOTAL-FORNECEDOR-FIM.
           END-IF

           OPEN OUTPUT PAGTO_REMESSA
           SET WS-FS-FORN TO 0.
           OPEN INPUT FORNECEDORES

           PERFORM UNTIL WS-EOF = 1
               READ BORDERO_PAGTO NEXT RECORD
                           MOVE WS-HOJE-AAAAMMDD
                               TO BPG-DT-APROVACAO
                           REWRITE REG-BORDERO-PAGTO
                           PERFORM 2100-GRAVA-REMESSA
                               THRU 2100-GRAVA-REMESSA-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAGTO_REMESSA
           CLOSE BORDERO_PAGTO
           IF WS-FS-FORN NOT EQUAL 35
               CLOSE FORNECEDORES
           END-IF

           DISPLAY " "
           DISPLAY "TITULOS APROVADOS E REMETIDOS: " WS-QTD-APROVADOS
           DISPLAY "VALOR TOTAL DA REMESSA: " WS-VL-TOTAL
           IF WS-QTD-SEM-CONTA > 0
               DISPLAY "*** " WS-QTD-SEM-CONTA " TITULOS DE FORNECEDOR "
                   "SEM CNPJ/CPF OU SEM CONTA - VER EXERCICIO_202 ***"
           END-IF.
       2000-APROVA-BORDERO-FIM.
           EXIT.
      *
      *> O BANCO RECEBE SO O LIQUIDO (SEM CREDITO E SEM RETENCOES);
      *> TITULO TODO COBERTO PELO CREDITO DO FORNECEDOR FICA APROVADO
      *> MAS NAO VAI NA REMESSA (E LIQUIDADO SO COM O CREDITO NA
      *> CONFIRMACAO).
       2100-GRAVA-REMESSA.
           COMPUTE WS-VL-LIQUIDO = BPG-VL-SALDO - BPG-VL-CREDITO
               - BPG-VL-RETENCAO
           IF WS-VL-LIQUIDO NOT > ZEROS
               GO TO 2100-GRAVA-REMESSA-FIM
           END-IF

           MOVE 'D' TO PRM-TIPO
           MOVE BPG-NR-TITULO      TO PRM-NR-TITULO
           MOVE BPG-COD-FORNECEDOR TO PRM-COD-FORNECEDOR
           MOVE BPG-DT-VENCIMENTO  TO PRM-DT-VENCIMENTO
           MOVE WS-VL-LIQUIDO      TO PRM-VL-PAGAR
           PERFORM 2110-DADOS-FAVORECIDO THRU 2110-DADOS-FAVORECIDO-FIM
           WRITE REG-PAGTO-REMESSA

           ADD 1 TO WS-QTD-APROVADOS
           ADD WS-VL-LIQUIDO TO WS-VL-TOTAL.
       2100-GRAVA-REMESSA-FIM.
           EXIT.
      *
      *> DOCUMENTO E CONTA DO FAVORECIDO; FORNECEDOR NAO CADASTRADO,
      *> SEM TIPO DE PESSOA OU SEM BANCO VAI ZERADO E E AVISADO.
       2110-DADOS-FAVORECIDO.
           MOVE SPACES TO PRM-TIPO-PESSOA PRM-DV-CONTA
           MOVE ZEROS  TO PRM-CNPJ-CPF PRM-BANCO PRM-AGENCIA PRM-CONTA
           IF WS-FS-FORN EQUAL 35
               ADD 1 TO WS-QTD-SEM-CONTA
               GO TO 2110-DADOS-FAVORECIDO-FIM
           END-IF

           MOVE BPG-COD-FORNECEDOR TO FORN-COD-FORNECEDOR
           READ FORNECEDORES
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CONTA
                   GO TO 2110-DADOS-FAVORECIDO-FIM
           END-READ

           MOVE FORN-TIPO-PESSOA TO PRM-TIPO-PESSOA
           MOVE FORN-CNPJ-CPF    TO PRM-CNPJ-CPF
           MOVE FORN-BANCO       TO PRM-BANCO
           MOVE FORN-AGENCIA     TO PRM-AGENCIA
           MOVE FORN-CONTA       TO PRM-CONTA
           MOVE FORN-DV-CONTA    TO PRM-DV-CONTA
           IF FORN-TIPO-PESSOA EQUAL SPACES OR FORN-BANCO EQUAL ZEROS
               DISPLAY "* TITULO " BPG-NR-TITULO " FORNECEDOR "
                   BPG-COD-FORNECEDOR " SEM CNPJ/CPF OU SEM CONTA *"
               ADD 1 TO WS-QTD-SEM-CONTA
           END-IF.
       2110-DADOS-FAVORECIDO-FIM.
           EXIT.
      *
      **************************************
      * CONFIRMACAO DO BANCO: LANCA AS     *
      * LIQUIDACOES DOS TITULOS APROVADOS  *
               GO TO 3000-CONFIRMA-PAGAMENTOS-FIM
           END-IF

      *> A CONTA PAGADORA E CONFERIDA ANTES DE LIQUIDAR QUALQUER
      *> TITULO, PARA O DEBITO NAO FALTAR NO MOVIMENTO BANCARIO.
           DISPLAY 'INFORME O BANCO DA CONTA PAGADORA:'
           ACCEPT WS-LB-COD-BANCO
           SET WS-FS-CONTAS TO 0.
           OPEN INPUT CONTAS_BANCO
           IF WS-FS-CONTAS EQUAL 35
               DISPLAY "* ARQUIVO CONTAS_BANCO NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-CONFIRMA-PAGAMENTOS-FIM
           END-IF
           MOVE WS-LB-COD-BANCO TO CBC-COD-BANCO
           READ CONTAS_BANCO
               INVALID KEY
                   MOVE 'N' TO CBC-ATIVA
           END-READ
           CLOSE CONTAS_BANCO
           IF NOT CBC-CONTA-ATIVA
               DISPLAY "*** BANCO " WS-LB-COD-BANCO
                   " SEM CONTA OU CONTA INATIVA - LIQUIDACAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-CONFIRMA-PAGAMENTOS-FIM
           END-IF

           SET WS-FS-BORDERO TO 0.
           SET WS-EOF        TO 0.
           OPEN I-O BORDERO_PAGTO
               GO TO 3000-CONFIRMA-PAGAMENTOS-FIM
           END-IF

           SET WS-FS-RET TO 0.
           OPEN EXTEND RETENCOES
           IF WS-FS-RET EQUAL 35
               OPEN OUTPUT RETENCOES
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ BORDERO_PAGTO NEXT RECORD
                   AT END
               END-READ
           END-PERFORM

           CLOSE RETENCOES
           CLOSE DUPL_PAGAR
           CLOSE BORDERO_PAGTO

           DISPLAY " "
           DISPLAY "TITULOS LIQUIDADOS: " WS-QTD-LIQUIDADOS
           DISPLAY "TITULOS DE RETENCAO GERADOS: " WS-QTD-TIT-RET
               " VALOR " WS-VL-TOTAL-RET
           DISPLAY "DEBITADO NA CONTA DO BANCO " WS-LB-COD-BANCO ": "
               WS-VL-DEBITADO.
       3000-CONFIRMA-PAGAMENTOS-FIM.
           EXIT.
      *
       3100-LIQUIDA-TITULO.
      *> O FISCO E O VENCIMENTO DAS RETENCOES SAO OBTIDOS ANTES DE
      *> LIQUIDAR; OS VALORES SAO OS DO BORDERO APROVADO, MESMO QUE
      *> O CADASTRO DO FORNECEDOR TENHA MUDADO DEPOIS.
           IF BPG-VL-RETENCAO > ZEROS
               PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > 3
                   MOVE BPG-RET-PCT(WS-IDX-RET)
                       TO RTC-PCT(WS-IDX-RET)
                   MOVE BPG-RET-VALOR(WS-IDX-RET)
                       TO RTC-VALOR(WS-IDX-RET)
               END-PERFORM
               MOVE 'F' TO WS-RET-FUNCAO
               CALL 'CALC_RETENCAO' USING WS-RET-FUNCAO,
                   BPG-COD-FORNECEDOR, BPG-VL-SALDO, WS-DT-PAGAMENTO,
                   WS-RETENCOES, WS-VL-RETENCAO, WS-DT-VENC-RET,
                   WS-RET-RESULTADO
               IF WS-RET-RESULTADO NOT EQUAL 'O'
                   DISPLAY "*** TITULO " BPG-NR-TITULO
                       " NAO LIQUIDADO - FISCO OU VENCIMENTO DAS "
                       "RETENCOES NAO DEFINIDO (PARAMETROS FISCO-XXXX "
                       "E RET-DIA-VENC) ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 3100-LIQUIDA-TITULO-FIM
               END-IF
           END-IF

           MOVE BPG-NR-TITULO TO PAG-NR-TITULO
           READ DUPL_PAGAR
               INVALID KEY
                   GO TO 3100-LIQUIDA-TITULO-FIM
           END-READ

      *> O TITULO E BAIXADO PELO BRUTO; A PARTE RETIDA (FOI PARA O
      *> FISCO) E A COBERTA PELO CREDITO DO FORNECEDOR FICAM MARCADAS
      *> NELE - NENHUMA DAS DUAS SAIU DO BANCO.
           ADD BPG-VL-SALDO TO PAG-VL-PAGO
           ADD BPG-VL-RETENCAO TO PAG-VL-RETENCAO
           ADD BPG-VL-CREDITO TO PAG-VL-CREDITO
           MOVE WS-DT-PAGAMENTO TO PAG-DT-PAGAMENTO
           IF PAG-VL-PAGO NOT < PAG-VL-TITULO
               MOVE "SIM" TO PAG-ST-TITULO
           MOVE 'PGO' TO BPG-SITUACAO
           REWRITE REG-BORDERO-PAGTO

      *> SO AGORA, COM O PAGAMENTO CONFIRMADO, O CREDITO USADO NA
      *> PROPOSTA SAI DE CREDITOS_FORN. O PROPRIO BORDERO 'PGO'
      *> GUARDA QUANTO DO CREDITO FOI PARA CADA TITULO.
           IF BPG-VL-CREDITO > ZEROS
               PERFORM 3200-CONSOME-CREDITO
                   THRU 3200-CONSOME-CREDITO-FIM
           END-IF

           PERFORM 3300-DEBITA-BANCO THRU 3300-DEBITA-BANCO-FIM

           IF BPG-VL-RETENCAO > ZEROS
               PERFORM 3400-GRAVA-RETENCAO
                   THRU 3400-GRAVA-RETENCAO-FIM
                   VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
           END-IF

           ADD 1 TO WS-QTD-LIQUIDADOS
           DISPLAY " TITULO " BPG-NR-TITULO " FORNECEDOR "
               BPG-COD-FORNECEDOR " LIQUIDADO POR "
               BPG-VL-SALDO " (CREDITO " BPG-VL-CREDITO
               " RETENCAO " BPG-VL-RETENCAO ") EM "
               WS-DT-PAGAMENTO.
       3100-LIQUIDA-TITULO-FIM.
           EXIT.
      *
      *> CONSOME O CREDITO DO FORNECEDOR DO MAIS ANTIGO PARA O MAIS
      *> NOVO, REGRAVANDO CADA REGISTRO COM O SALDO QUE SOBROU.
       3200-CONSOME-CREDITO.
           MOVE BPG-VL-CREDITO TO WS-VL-A-CONSUMIR
           SET WS-FS-CRED TO 0.
           SET WS-EOF-CRF TO 0.
           OPEN I-O CREDITOS_FORN
           IF WS-FS-CRED EQUAL 35
               DISPLAY "*** CREDITOS_FORN NAO EXISTE - CREDITO DO "
                   "TITULO " BPG-NR-TITULO " NAO BAIXADO ***"
               MOVE 8 TO RETURN-CODE
               GO TO 3200-CONSOME-CREDITO-FIM
           END-IF

           PERFORM UNTIL WS-EOF-CRF = 1 OR
               WS-VL-A-CONSUMIR NOT > ZEROS
               READ CREDITOS_FORN
                   AT END
                       MOVE 1 TO WS-EOF-CRF
                   NOT AT END
                       IF CRF-COD-FORNECEDOR EQUAL
                           BPG-COD-FORNECEDOR AND
                           CRF-VL-CREDITO > ZEROS
                           IF CRF-VL-CREDITO > WS-VL-A-CONSUMIR
                               MOVE WS-VL-A-CONSUMIR
                                   TO WS-VL-CREDITO-USO
                           ELSE
                               MOVE CRF-VL-CREDITO
                                   TO WS-VL-CREDITO-USO
                           END-IF
                           SUBTRACT WS-VL-CREDITO-USO
                               FROM CRF-VL-CREDITO
                           SUBTRACT WS-VL-CREDITO-USO
                               FROM WS-VL-A-CONSUMIR
                           REWRITE REG-CREDITO-FORN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CREDITOS_FORN

           IF WS-VL-A-CONSUMIR > ZEROS
               DISPLAY "*** CREDITO DO FORNECEDOR "
                   BPG-COD-FORNECEDOR " INSUFICIENTE NA CONFIRMACAO - "
                   "FALTARAM " WS-VL-A-CONSUMIR " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3200-CONSOME-CREDITO-FIM.
           EXIT.
      *
      **************************************
      * DEBITO DO LIQUIDO PAGO (SALDO      *
      * MENOS CREDITO DO FORNECEDOR E      *
      * RETENCOES) NA CONTA PAGADORA       *
      **************************************
      *
       3300-DEBITA-BANCO.
           COMPUTE WS-LB-VALOR = BPG-VL-SALDO - BPG-VL-CREDITO
               - BPG-VL-RETENCAO
           IF WS-LB-VALOR NOT > ZEROS
               GO TO 3300-DEBITA-BANCO-FIM
           END-IF

           MOVE SPACES        TO WS-LB-DOCUMENTO
           MOVE BPG-NR-TITULO TO WS-LB-DOCUMENTO(1:7)
           MOVE SPACES        TO WS-LB-HISTORICO
           STRING 'BORDERO - FORNECEDOR ' DELIMITED BY SIZE
               BPG-COD-FORNECEDOR DELIMITED BY SIZE
               INTO WS-LB-HISTORICO
           CALL 'LANCA_BANCO' USING WS-LB-COD-BANCO, WS-DT-PAGAMENTO,
               WS-LB-TIPO, WS-LB-VALOR, WS-LB-ORIGEM,
               WS-LB-DOCUMENTO, WS-LB-HISTORICO, WS-SIGN-OPERADOR,
               WS-LB-RESULTADO
           IF WS-LB-RESULTADO EQUAL 'L'
               ADD WS-LB-VALOR TO WS-VL-DEBITADO
           ELSE
               DISPLAY "*** DEBITO DO TITULO " BPG-NR-TITULO
                   " NAO LANCADO NO MOVIMENTO BANCARIO - LANCE POR "
                   "AJUSTE (EXERCICIO_137) ***"
           END-IF.
       3300-DEBITA-BANCO-FIM.
           EXIT.
      *
      **************************************
      * TITULO A PAGAR AO FISCO E REGISTRO *
      * EM RETENCOES DE CADA IMPOSTO       *
      * RETIDO DO TITULO LIQUIDADO         *
      **************************************
      *
       3400-GRAVA-RETENCAO.
           IF BPG-RET-VALOR(WS-IDX-RET) NOT > ZEROS
               GO TO 3400-GRAVA-RETENCAO-FIM
           END-IF

           CALL 'NUM_TITULO' USING WS-NR-TITULO-RET
           MOVE WS-NR-TITULO-RET      TO PAG-NR-TITULO
           MOVE RTC-FORN-FISCO(WS-IDX-RET) TO PAG-COD-FORNECEDOR
           MOVE ZEROS                 TO PAG-NR-PEDIDO
           MOVE WS-DT-PAGAMENTO       TO PAG-DT-EMISSAO
           MOVE WS-DT-VENC-RET        TO PAG-DT-VENCIMENTO
           MOVE BPG-RET-VALOR(WS-IDX-RET) TO PAG-VL-TITULO
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
           MOVE BPG-NR-TITULO         TO PAG-TITULO-ORIGEM
           MOVE SPACES                TO PAG-EVENTO-DESPESA
           MOVE ZEROS                 TO PAG-VL-CREDITO

           WRITE REG-DUPL-PAGAR
               INVALID KEY
                   DISPLAY "*** TITULO " PAG-NR-TITULO
                       " JA EXISTE - RETENCAO "
                       RTC-COD-RETENCAO(WS-IDX-RET) " DO TITULO "
                       BPG-NR-TITULO " NAO GRAVADA ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 3400-GRAVA-RETENCAO-FIM
           END-WRITE
           ADD 1 TO WS-QTD-TIT-RET
           ADD BPG-RET-VALOR(WS-IDX-RET) TO WS-VL-TOTAL-RET

           MOVE BPG-COD-FORNECEDOR    TO RET-COD-FORNECEDOR
           MOVE BPG-NR-TITULO         TO RET-NR-TITULO
           MOVE WS-DT-PAGAMENTO       TO RET-DT-PAGAMENTO
           MOVE RTC-COD-RETENCAO(WS-IDX-RET) TO RET-COD-RETENCAO
           MOVE BPG-VL-SALDO          TO RET-VL-BASE
           MOVE BPG-RET-PCT(WS-IDX-RET) TO RET-PCT
           MOVE BPG-RET-VALOR(WS-IDX-RET) TO RET-VL-RETIDO
           MOVE RTC-FORN-FISCO(WS-IDX-RET) TO RET-FORN-FISCO
           MOVE WS-NR-TITULO-RET      TO RET-NR-TITULO-FISCO
           MOVE WS-DT-VENC-RET        TO RET-DT-VENCIMENTO
           MOVE 'BOR'                 TO RET-ORIGEM
           MOVE WS-SIGN-OPERADOR      TO RET-OPERADOR
           WRITE REG-RETENCAO.
       3400-GRAVA-RETENCAO-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA NO SPOOL O RELATORIO JA   *
      * FECHADO, RELENDO-O LINHA A LINHA   *
      **************************************
      *
       9700-ARQUIVA-RELATORIO.
           SET WS-FS-REL  TO 0.
           SET WS-EOF-REL TO 0.
           OPEN INPUT RELATORIO
           IF WS-FS-REL NOT EQUAL 0
               DISPLAY "* RELATORIO NAO CATALOGADO NO SPOOL - ERRO "
                   WS-FS-REL " NA RELEITURA *"
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE WS-SIGN-OPERADOR TO WS-AR-OPERADOR
           MOVE 'A' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO NOT EQUAL 'S'
               DISPLAY "* SPOOL DE RELATORIOS INDISPONIVEL - RELATORIO "
                   "NAO CATALOGADO *"
               CLOSE RELATORIO
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'L' TO WS-AR-FUNCAO
           PERFORM UNTIL WS-EOF-REL = 1
               READ RELATORIO INTO WS-AR-LINHA
                   AT END
                       MOVE 1 TO WS-EOF-REL
                   NOT AT END
                       CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO,
                           WS-AR-PROGRAMA, WS-AR-TITULO,
                           WS-AR-OPERADOR, WS-AR-PAGINAS,
                           WS-AR-LINHA, WS-AR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RELATORIO

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_091.
