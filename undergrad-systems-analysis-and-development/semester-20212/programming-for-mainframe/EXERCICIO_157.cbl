      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS ARQUIVOS QUE GANHARAM
      * OS CAMPOS DAS RETENCOES NA FONTE, NA MESMA DISCIPLINA DE
      * EXERCICIO_077 E EXERCICIO_156 - CADA UM E LIDO NO LAYOUT
      * ANTIGO E REGRAVADO NO NOVO EM UM ARQUIVO *_nova QUE O OPERADOR
      * RENOMEIA SOBRE O ORIGINAL APOS CONFERIR OS TOTAIS:
      *   FORNECEDORES    + FORN-CNPJ-CPF E AS ALIQUOTAS DE IRRF, ISS
      *                     E INSS (ZERADAS = NAO RETEM ATE SEREM
      *                     INFORMADAS NO EXERCICIO_006)
      *   DUPL_PAGAR      + PAG-TIPO-TITULO ('C' QUANDO TEM PEDIDO,
      *                     SENAO EM BRANCO), PAG-COD-RETENCAO (EM
      *                     BRANCO), PAG-VL-RETENCAO E
      *                     PAG-TITULO-ORIGEM (ZERADOS)
      *   BORDERO_PAGTO   + BPG-VL-CREDITO E AS RETENCOES DE CADA
      *                     TITULO (ZERADOS - O BORDERO PENDENTE SEGUE
      *                     SEM CREDITO ABATIDO E SEM RETENCAO)
      * FORNECEDORES E DUPL_PAGAR SAEM NO LAYOUT DESTA ETAPA, DESCRITO
      * AQUI MESMO E NAO PELOS COPYBOOKS ATUAIS: OS DADOS BANCARIOS DO
      * FORNECEDOR VEM DE EXERCICIO_201 E O EVENTO DA DESPESA DO TITULO
      * DE EXERCICIO_163. A ORDEM DE EXECUCAO E EXERCICIO_156, ESTE,
      * EXERCICIO_163, EXERCICIO_215 E EXERCICIO_201.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_157.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FA-COD-FORNECEDOR
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT FORNECEDORES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-NOVO.

           SELECT DUPL_PAGAR_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PA-NR-TITULO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT DUPL_PAGAR_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-NOVO.

           SELECT BORDERO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bordero_pagto.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BA-NR-TITULO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT BORDERO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bordero_pagto_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BPG-NR-TITULO
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUTS ANTIGOS, USADOS APENAS NESTA CONVERSAO.
       FD FORNECEDORES_ANT.
       01 REG-FORNECEDOR-ANT.
           03 FA-COD-FORNECEDOR       PIC 9(005).
           03 FA-NOME-FORNECEDOR      PIC X(020).
           03 FA-TELEFONE-FORNECEDOR  PIC X(015).

      *> LAYOUTS NOVOS DESTA ETAPA.
       FD FORNECEDORES_NOVA.
       01 REG-FORNECEDOR.
           03 FORN-COD-FORNECEDOR      PIC 9(005).
           03 FORN-NOME-FORNECEDOR     PIC X(020).
           03 FORN-TELEFONE-FORNECEDOR PIC X(015).
           03 FORN-CNPJ-CPF            PIC 9(014).
           03 FORN-PCT-IRRF            PIC 9(002)V9(002).
           03 FORN-PCT-ISS             PIC 9(002)V9(002).
           03 FORN-PCT-INSS            PIC 9(002)V9(002).

       FD DUPL_PAGAR_ANT.
       01 REG-DUPL-PAGAR-ANT.
           03 PA-NR-TITULO            PIC 9(007).
           03 PA-COD-FORNECEDOR       PIC 9(005).
           03 PA-NR-PEDIDO            PIC 9(007).
           03 PA-DT-EMISSAO           PIC 9(008).
           03 PA-DT-VENCIMENTO        PIC 9(008).
           03 PA-VL-TITULO            PIC S9(013)V9(002).
           03 PA-VL-PAGO              PIC S9(013)V9(002).
           03 PA-ST-TITULO            PIC X(003).
           03 PA-DT-PAGAMENTO         PIC 9(008).
           03 PA-ST-CONFERENCIA       PIC X(001).
           03 PA-QTDE-RECEBIDA        PIC 9(009).
           03 PA-NR-NOTA-FORN         PIC 9(009).
           03 PA-OPERADOR-LIBER       PIC X(008).
           03 PA-DT-LIBERACAO         PIC 9(008).

       FD DUPL_PAGAR_NOVA.
       01 REG-DUPL-PAGAR.
           03 PAG-NR-TITULO            PIC 9(007).
           03 PAG-COD-FORNECEDOR       PIC 9(005).
           03 PAG-NR-PEDIDO            PIC 9(007).
           03 PAG-DT-EMISSAO           PIC 9(008).
           03 PAG-DT-VENCIMENTO        PIC 9(008).
           03 PAG-VL-TITULO            PIC S9(013)V9(002).
           03 PAG-VL-PAGO              PIC S9(013)V9(002).
           03 PAG-ST-TITULO            PIC X(003).
           03 PAG-DT-PAGAMENTO         PIC 9(008).
           03 PAG-ST-CONFERENCIA       PIC X(001).
           03 PAG-QTDE-RECEBIDA        PIC 9(009).
           03 PAG-NR-NOTA-FORN         PIC 9(009).
           03 PAG-OPERADOR-LIBER       PIC X(008).
           03 PAG-DT-LIBERACAO         PIC 9(008).
           03 PAG-TIPO-TITULO          PIC X(001).
           03 PAG-COD-RETENCAO         PIC X(004).
           03 PAG-VL-RETENCAO          PIC S9(013)V9(002).
           03 PAG-TITULO-ORIGEM        PIC 9(007).

       FD BORDERO_ANT.
       01 REG-BORDERO-ANT.
           03 BA-NR-TITULO            PIC 9(007).
           03 BA-COD-FORNECEDOR       PIC 9(005).
           03 BA-DT-VENCIMENTO        PIC 9(008).
           03 BA-VL-SALDO             PIC S9(013)V9(002).
           03 BA-SITUACAO             PIC X(003).
           03 BA-OPERADOR-APROV       PIC X(008).
           03 BA-DT-APROVACAO         PIC 9(008).

      *> MESMO LAYOUT DO BORDERO DE EXERCICIO_091, JA COM O CREDITO DO
      *> FORNECEDOR ABATIDO NO PAGAMENTO.
       FD BORDERO_NOVA.
       01 REG-BORDERO-PAGTO.
           03 BPG-NR-TITULO            PIC 9(007).
           03 BPG-COD-FORNECEDOR       PIC 9(005).
           03 BPG-DT-VENCIMENTO        PIC 9(008).
           03 BPG-VL-SALDO             PIC S9(013)V9(002).
           03 BPG-SITUACAO             PIC X(003).
           03 BPG-OPERADOR-APROV       PIC X(008).
           03 BPG-DT-APROVACAO         PIC 9(008).
           03 BPG-VL-CREDITO           PIC S9(013)V9(002).
           03 BPG-RETENCAO OCCURS 3 TIMES.
              05 BPG-RET-PCT           PIC 9(002)V9(002).
              05 BPG-RET-VALOR         PIC S9(013)V9(002).
           03 BPG-VL-RETENCAO          PIC S9(013)V9(002).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-IDX-RET            PIC 9(001).
       77 WS-QTD-LIDOS          PIC 9(006).
       77 WS-QTD-GRAVADOS       PIC 9(006).
       77 WS-VL-LIDO            PIC S9(013)V9(002).
       77 WS-VL-GRAVADO         PIC S9(013)V9(002).
       77 WS-QTD-TOTAL          PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO PARA AS RETENCOES NA FONTE ----'
           MOVE 0 TO RETURN-CODE

           PERFORM 1000-CONVERTE-FORNECEDORES
               THRU 1000-CONVERTE-FORNECEDORES-FIM.
           PERFORM 2000-CONVERTE-TITULOS
               THRU 2000-CONVERTE-TITULOS-FIM.
           PERFORM 3000-CONVERTE-BORDERO
               THRU 3000-CONVERTE-BORDERO-FIM.

           DISPLAY " "
           DISPLAY "REGISTROS CONVERTIDOS NO TOTAL: " WS-QTD-TOTAL
           IF RETURN-CODE = 0
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE CADA ARQUIVO "
                   "*_nova SOBRE O ORIGINAL *"
               DISPLAY "* INFORME CNPJ E ALIQUOTAS DE RETENCAO DOS "
                   "FORNECEDORES NO EXERCICIO_006 *"
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * ROTINA COMUM DE CONFERENCIA DE UM  *
      * ARQUIVO CONVERTIDO                 *
      **************************************
      *
       9100-CONFERE-ARQUIVO.
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS OR
               WS-VL-LIDO NOT = WS-VL-GRAVADO
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-CONFERE-ARQUIVO-FIM.
           EXIT.
      *
       1000-CONVERTE-FORNECEDORES.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           MOVE ZEROS TO WS-VL-LIDO WS-VL-GRAVADO

           OPEN INPUT FORNECEDORES_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO fornecedores NAO EXISTE - PULADO"
               GO TO 1000-CONVERTE-FORNECEDORES-FIM
           END-IF
           OPEN OUTPUT FORNECEDORES_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ FORNECEDORES_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       MOVE FA-COD-FORNECEDOR  TO FORN-COD-FORNECEDOR
                       MOVE FA-NOME-FORNECEDOR TO FORN-NOME-FORNECEDOR
                       MOVE FA-TELEFONE-FORNECEDOR
                           TO FORN-TELEFONE-FORNECEDOR
                       MOVE ZEROS TO FORN-CNPJ-CPF
                       MOVE ZEROS TO FORN-PCT-IRRF
                       MOVE ZEROS TO FORN-PCT-ISS
                       MOVE ZEROS TO FORN-PCT-INSS
                       WRITE REG-FORNECEDOR
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE FORNECEDORES_ANT
           CLOSE FORNECEDORES_NOVA

           DISPLAY " ARQUIVO fornecedores - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1000-CONVERTE-FORNECEDORES-FIM.
           EXIT.
      *
       2000-CONVERTE-TITULOS.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           MOVE ZEROS TO WS-VL-LIDO WS-VL-GRAVADO

           OPEN INPUT DUPL_PAGAR_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO dupl_pagar NAO EXISTE - PULADO"
               GO TO 2000-CONVERTE-TITULOS-FIM
           END-IF
           OPEN OUTPUT DUPL_PAGAR_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       ADD PA-VL-TITULO TO WS-VL-LIDO
                       MOVE PA-NR-TITULO       TO PAG-NR-TITULO
                       MOVE PA-COD-FORNECEDOR  TO PAG-COD-FORNECEDOR
                       MOVE PA-NR-PEDIDO       TO PAG-NR-PEDIDO
                       MOVE PA-DT-EMISSAO      TO PAG-DT-EMISSAO
                       MOVE PA-DT-VENCIMENTO   TO PAG-DT-VENCIMENTO
                       MOVE PA-VL-TITULO       TO PAG-VL-TITULO
                       MOVE PA-VL-PAGO         TO PAG-VL-PAGO
                       MOVE PA-ST-TITULO       TO PAG-ST-TITULO
                       MOVE PA-DT-PAGAMENTO    TO PAG-DT-PAGAMENTO
                       MOVE PA-ST-CONFERENCIA  TO PAG-ST-CONFERENCIA
                       MOVE PA-QTDE-RECEBIDA   TO PAG-QTDE-RECEBIDA
                       MOVE PA-NR-NOTA-FORN    TO PAG-NR-NOTA-FORN
                       MOVE PA-OPERADOR-LIBER  TO PAG-OPERADOR-LIBER
                       MOVE PA-DT-LIBERACAO    TO PAG-DT-LIBERACAO
      *> SO O TITULO DO RECEBIMENTO TEM PEDIDO; HONORARIOS E IMPOSTOS
      *> ANTIGOS NAO TEM COMO SER SEPARADOS E FICAM EM BRANCO.
                       IF PA-NR-PEDIDO > ZEROS
                           MOVE 'C'            TO PAG-TIPO-TITULO
                       ELSE
                           MOVE SPACES         TO PAG-TIPO-TITULO
                       END-IF
                       MOVE SPACES             TO PAG-COD-RETENCAO
                       MOVE ZEROS              TO PAG-VL-RETENCAO
                       MOVE ZEROS              TO PAG-TITULO-ORIGEM
                       WRITE REG-DUPL-PAGAR
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD PAG-VL-TITULO TO WS-VL-GRAVADO
               END-READ
           END-PERFORM

           CLOSE DUPL_PAGAR_ANT
           CLOSE DUPL_PAGAR_NOVA

           DISPLAY " ARQUIVO dupl_pagar - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY " VALOR LIDO: " WS-VL-LIDO
               " VALOR GRAVADO: " WS-VL-GRAVADO
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       2000-CONVERTE-TITULOS-FIM.
           EXIT.
      *
       3000-CONVERTE-BORDERO.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           MOVE ZEROS TO WS-VL-LIDO WS-VL-GRAVADO

           OPEN INPUT BORDERO_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO bordero_pagto NAO EXISTE - PULADO"
               GO TO 3000-CONVERTE-BORDERO-FIM
           END-IF
           OPEN OUTPUT BORDERO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ BORDERO_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       ADD BA-VL-SALDO TO WS-VL-LIDO
                       MOVE BA-NR-TITULO       TO BPG-NR-TITULO
                       MOVE BA-COD-FORNECEDOR  TO BPG-COD-FORNECEDOR
                       MOVE BA-DT-VENCIMENTO   TO BPG-DT-VENCIMENTO
                       MOVE BA-VL-SALDO        TO BPG-VL-SALDO
                       MOVE BA-SITUACAO        TO BPG-SITUACAO
                       MOVE BA-OPERADOR-APROV  TO BPG-OPERADOR-APROV
                       MOVE BA-DT-APROVACAO    TO BPG-DT-APROVACAO
                       MOVE ZEROS              TO BPG-VL-CREDITO
                       PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                           UNTIL WS-IDX-RET > 3
                           MOVE ZEROS TO BPG-RET-PCT (WS-IDX-RET)
                           MOVE ZEROS TO BPG-RET-VALOR (WS-IDX-RET)
                       END-PERFORM
                       MOVE ZEROS              TO BPG-VL-RETENCAO
                       WRITE REG-BORDERO-PAGTO
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD BPG-VL-SALDO TO WS-VL-GRAVADO
               END-READ
           END-PERFORM

           CLOSE BORDERO_ANT
           CLOSE BORDERO_NOVA

           DISPLAY " ARQUIVO bordero_pagto - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY " VALOR LIDO: " WS-VL-LIDO
               " VALOR GRAVADO: " WS-VL-GRAVADO
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       3000-CONVERTE-BORDERO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_157.
