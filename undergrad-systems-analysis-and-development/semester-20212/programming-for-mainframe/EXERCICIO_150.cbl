      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ORCADO X REALIZADO DO MES. PARA CADA CONTA COMPARA O
      * ORCAMENTO DO ANO (ARQUIVO ORCAMENTO, EXERCICIO_148/149) COM O
      * REALIZADO DO HISTORICO DO BALANCETE (BALANCETE_HIST, GERADO
      * PELO EXERCICIO_089), NO MES E ACUMULADO DE JANEIRO ATE O MES:
      * ORCADO, REALIZADO, VARIACAO (REALIZADO - ORCADO) E VARIACAO
      * %, TUDO NO SENTIDO NATURAL DA CONTA (NATUREZA EM
      * ESTRUTURA_CONTAS). ESTOURO E A VARIACAO DESFAVORAVEL - DESPESA
      * ACIMA OU RECEITA ABAIXO DO ORCADO; A LINHA CUJO ESTOURO PASSA
      * DA TOLERANCIA % DO PARAMETRO ORC-TOLER SAI MARCADA COM '*' E
      * O RELATORIO TERMINA COM OS DEZ MAIORES ESTOUROS ACUMULADOS NO
      * ANO. ENTRAM AS CONTAS ORCADAS E AS CONTAS DE RESULTADO (OU
      * SEM ESTRUTURA) COM REALIZADO, MESMO SEM ORCAMENTO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_150.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCETE_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\balancete_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS BAL-CHAVE
           FILE STATUS     IS WS-FS-HIST.

           SELECT ORCAMENTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\orcamento.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ORC-CHAVE
           FILE STATUS     IS WS-FS-ORC.

           SELECT ESTRUTURA_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estrutura_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS ECT-CONTA
           FILE STATUS     IS WS-FS-ECT.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\orcamento_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCETE_HIST.
       01 REG-BALANCETE.
           03 BAL-CHAVE.
              05 BAL-MES               PIC 9(006).
              05 BAL-CONTA             PIC X(010).
              05 BAL-CENTRO-CUSTO      PIC X(006).
           03 BAL-VL-DEBITOS           PIC S9(013)V9(002).
           03 BAL-VL-CREDITOS          PIC S9(013)V9(002).

       FD ORCAMENTO.
       01 REG-ORCAMENTO.
           COPY ORCAMENT.

       FD ESTRUTURA_CONTAS.
       01 REG-ESTRUTURA-CONTA.
           COPY ESTRCTA.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-HIST                   PIC 99.
       77 WS-FS-ORC                    PIC 99.
       77 WS-FS-ECT                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(003).
       77 WS-IDX-TOP                   PIC 9(002).
       77 WS-POS-TOP                   PIC 9(002).
       77 WS-MES                       PIC 9(002).
       77 WS-ACHOU                     PIC X(001).
       77 WS-CONTA-BUSCA               PIC X(010).
       77 WS-TEM-ECT                   PIC X(001).
       77 WS-QTD-CONTAS                PIC 9(003) VALUE ZEROS.
       77 WS-QTD-IMPRESSAS             PIC 9(003) VALUE ZEROS.
       77 WS-QTD-MARCADAS              PIC 9(003) VALUE ZEROS.
       77 WS-QTD-TOP                   PIC 9(002) VALUE ZEROS.
       77 WS-VL-LIQUIDO                PIC S9(013)V9(002).
       77 WS-VL-PCT                    PIC S9(007)V9(002).
       77 WS-SINAL                     PIC S9(001).
       01 WS-LINHA-REL                 PIC X(132).

      *> TOLERANCIA % DO ESTOURO (PARAMETRO ORC-TOLER).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).
       77 WS-TOLERANCIA                PIC S9(005)V9(002).

      *> MES PEDIDO (AAAAMM) E JANEIRO DO MESMO ANO.
       01 WS-MES-PEDIDO                PIC 9(006).
       01 FILLER REDEFINES WS-MES-PEDIDO.
           03 WS-ANO-PEDIDO            PIC 9(004).
           03 WS-MM-PEDIDO             PIC 9(002).
       77 WS-JAN-ANO                   PIC 9(006).

      *> ORCADO E REALIZADO POR CONTA (REALIZADO EM DEBITOS -
      *> CREDITOS ATE A CLASSIFICACAO), NO MES E NO ACUMULADO.
       01 WS-TAB-CONTAS.
           03 WS-CTA-ITEM OCCURS 500 TIMES.
              05 WS-CTA-CONTA          PIC X(010).
              05 WS-CTA-ORCADA         PIC X(001).
              05 WS-CTA-ORC-MES        PIC S9(013)V9(002).
              05 WS-CTA-ORC-ACUM       PIC S9(013)V9(002).
              05 WS-CTA-REAL-MES       PIC S9(013)V9(002).
              05 WS-CTA-REAL-ACUM      PIC S9(013)V9(002).

      *> VALORES DA CONTA EM IMPRESSAO: 1 = MES, 2 = ACUMULADO.
       01 WS-TAB-BLOCO.
           03 WS-BLC-ITEM OCCURS 2 TIMES.
              05 WS-BLC-ORCADO         PIC S9(013)V9(002).
              05 WS-BLC-REAL           PIC S9(013)V9(002).
              05 WS-BLC-VARIACAO       PIC S9(013)V9(002).
              05 WS-BLC-PCT            PIC S9(007)V9(002).
              05 WS-BLC-ESTOURO        PIC S9(013)V9(002).
              05 WS-BLC-MARCA          PIC X(001).

      *> DEZ MAIORES ESTOUROS ACUMULADOS, EM ORDEM DECRESCENTE.
       01 WS-TAB-TOP.
           03 WS-TOP-ITEM OCCURS 10 TIMES.
              05 WS-TOP-CONTA          PIC X(010).
              05 WS-TOP-DESCRICAO      PIC X(030).
              05 WS-TOP-ESTOURO        PIC S9(013)V9(002).
              05 WS-TOP-PCT            PIC S9(007)V9(002).

       01 WS-LINHA-CONTA.
           03 WS-LIN-CONTA             PIC X(010).
           03 WS-LIN-BLOCO OCCURS 2 TIMES.
              05 FILLER                PIC X(001).
              05 WS-LIN-ORCADO         PIC -ZZZZZZZZZZ9.99.
              05 FILLER                PIC X(001).
              05 WS-LIN-REAL           PIC -ZZZZZZZZZZ9.99.
              05 FILLER                PIC X(001).
              05 WS-LIN-VARIACAO       PIC -ZZZZZZZZZZ9.99.
              05 FILLER                PIC X(001).
              05 WS-LIN-PCT            PIC -ZZZ9.99.
              05 WS-LIN-MARCA          PIC X(001).
       77 WS-VL-EDITADO                PIC -ZZZZZZZZZZZZ9.99.
       77 WS-PCT-EDITADO               PIC -ZZZ9.99.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_150'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'ORCADO X REALIZADO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '-------- ORCADO X REALIZADO --------'

           MOVE 0 TO RETURN-CODE

           DISPLAY 'INFORME O MES (AAAAMM):'
           ACCEPT WS-MES-PEDIDO
           IF WS-MM-PEDIDO < 1 OR WS-MM-PEDIDO > 12
               DISPLAY "*** MES INVALIDO ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           COMPUTE WS-JAN-ANO = WS-ANO-PEDIDO * 100 + 1

           MOVE 'ORC-TOLER' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO ORC-TOLER NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-TOLERANCIA

           PERFORM 1000-CARREGA-REALIZADO
               THRU 1000-CARREGA-REALIZADO-FIM
           IF RETURN-CODE = 16
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-CARREGA-ORCAMENTO
               THRU 2000-CARREGA-ORCAMENTO-FIM
           IF RETURN-CODE = 16
               GO TO ROT-FIM
           END-IF

           PERFORM 3000-IMPRIME-RELATORIO
               THRU 3000-IMPRIME-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "CONTAS NO RELATORIO: " WS-QTD-IMPRESSAS
           DISPLAY "CONTAS ACIMA DA TOLERANCIA: " WS-QTD-MARCADAS
           DISPLAY "RELATORIO GRAVADO EM orcamento_rel."

           IF WS-QTD-MARCADAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * REALIZADO DE JANEIRO ATE O MES     *
      * PEDIDO, POR CONTA                  *
      **************************************
      *
       1000-CARREGA-REALIZADO.
           SET WS-FS-HIST TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT BALANCETE_HIST
           IF WS-FS-HIST EQUAL 35
               DISPLAY "* HISTORICO DO BALANCETE NAO EXISTE - GERE "
                   "O MES NO EXERCICIO_089 (MODO G) *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CARREGA-REALIZADO-FIM
           END-IF

           MOVE WS-JAN-ANO TO BAL-MES
           MOVE LOW-VALUES TO BAL-CONTA
           MOVE LOW-VALUES TO BAL-CENTRO-CUSTO
           START BALANCETE_HIST KEY IS NOT LESS THAN BAL-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ BALANCETE_HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BAL-MES > WS-MES-PEDIDO
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE BAL-CONTA TO WS-CONTA-BUSCA
                           PERFORM 9000-LOCALIZA-CONTA
                               THRU 9000-LOCALIZA-CONTA-FIM
                           IF RETURN-CODE NOT = 16
                               COMPUTE WS-VL-LIQUIDO =
                                   BAL-VL-DEBITOS - BAL-VL-CREDITOS
                               ADD WS-VL-LIQUIDO
                                   TO WS-CTA-REAL-ACUM(WS-IDX)
                               IF BAL-MES EQUAL WS-MES-PEDIDO
                                   ADD WS-VL-LIQUIDO
                                       TO WS-CTA-REAL-MES(WS-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALANCETE_HIST.
       1000-CARREGA-REALIZADO-FIM.
           EXIT.
      *
      **************************************
      * ORCAMENTO DO ANO: MES PEDIDO E     *
      * ACUMULADO DE JANEIRO ATE ELE       *
      **************************************
      *
       2000-CARREGA-ORCAMENTO.
           SET WS-FS-ORC TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT ORCAMENTO
           IF WS-FS-ORC EQUAL 35
               DISPLAY "* ARQUIVO ORCAMENTO NAO EXISTE - CADASTRE "
                   "NO EXERCICIO_148 OU CARREGUE NO EXERCICIO_149 *"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CARREGA-ORCAMENTO-FIM
           END-IF

           MOVE WS-ANO-PEDIDO TO ORC-ANO
           MOVE LOW-VALUES    TO ORC-CONTA
           START ORCAMENTO KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ ORCAMENTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ORC-ANO NOT EQUAL WS-ANO-PEDIDO
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 2100-SOMA-ORCAMENTO
                               THRU 2100-SOMA-ORCAMENTO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORCAMENTO.
       2000-CARREGA-ORCAMENTO-FIM.
           EXIT.
      *
       2100-SOMA-ORCAMENTO.
           MOVE ORC-CONTA TO WS-CONTA-BUSCA
           PERFORM 9000-LOCALIZA-CONTA THRU 9000-LOCALIZA-CONTA-FIM
           IF RETURN-CODE = 16
               GO TO 2100-SOMA-ORCAMENTO-FIM
           END-IF

           MOVE 'S' TO WS-CTA-ORCADA(WS-IDX)
           MOVE ORC-VL-MES(WS-MM-PEDIDO) TO WS-CTA-ORC-MES(WS-IDX)
           PERFORM VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > WS-MM-PEDIDO
               ADD ORC-VL-MES(WS-MES) TO WS-CTA-ORC-ACUM(WS-IDX)
           END-PERFORM.
       2100-SOMA-ORCAMENTO-FIM.
           EXIT.
      *
      **************************************
      * IMPRESSAO: UMA LINHA POR CONTA COM *
      * O MES E O ACUMULADO, E NO FIM OS   *
      * MAIORES ESTOUROS                   *
      **************************************
      *
       3000-IMPRIME-RELATORIO.
           SET WS-FS-ECT TO 0.
           MOVE 'S' TO WS-TEM-ECT
           OPEN INPUT ESTRUTURA_CONTAS
           IF WS-FS-ECT EQUAL 35
               MOVE 'N' TO WS-TEM-ECT
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE WS-TOLERANCIA TO WS-PCT-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ORCADO X REALIZADO   MES: ' DELIMITED BY SIZE
               WS-MES-PEDIDO DELIMITED BY SIZE
               '   TOLERANCIA %: ' DELIMITED BY SIZE
               WS-PCT-EDITADO DELIMITED BY SIZE
               '   (* = ESTOURO ACIMA DA TOLERANCIA)'
               DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CONTA     ' DELIMITED BY SIZE
               '   ORCADO MES    ' DELIMITED BY SIZE
               '  REALIZADO MES  ' DELIMITED BY SIZE
               '  VARIACAO MES    VAR % ' DELIMITED BY SIZE
               '  ORCADO ACUM    ' DELIMITED BY SIZE
               '  REALIZADO ACUM ' DELIMITED BY SIZE
               '  VARIACAO ACUM  VAR %' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           PERFORM 3100-IMPRIME-CONTA THRU 3100-IMPRIME-CONTA-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS

           IF WS-TEM-ECT EQUAL 'S'
               CLOSE ESTRUTURA_CONTAS
           END-IF

           PERFORM 3500-IMPRIME-MAIORES THRU 3500-IMPRIME-MAIORES-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.
       3000-IMPRIME-RELATORIO-FIM.
           EXIT.
      *
       3100-IMPRIME-CONTA.
           MOVE SPACES TO ECT-NATUREZA
           MOVE SPACES TO ECT-DESCRICAO
           IF WS-TEM-ECT EQUAL 'S'
               MOVE WS-CTA-CONTA(WS-IDX) TO ECT-CONTA
               READ ESTRUTURA_CONTAS
                   INVALID KEY
                       MOVE SPACES TO ECT-NATUREZA
               END-READ
           END-IF

      *> CONTA PATRIMONIAL SEM ORCAMENTO NAO ENTRA NO RELATORIO.
           IF WS-CTA-ORCADA(WS-IDX) NOT EQUAL 'S' AND
               (ECT-ATIVO OR ECT-PASSIVO OR ECT-PATRIMONIO)
               GO TO 3100-IMPRIME-CONTA-FIM
           END-IF

      *> SENTIDO NATURAL: CREDITOS - DEBITOS PARA RECEITA, PASSIVO E
      *> PATRIMONIO; DEBITOS - CREDITOS PARA O RESTO (CONTA SEM
      *> ESTRUTURA INCLUSIVE).
           IF ECT-RECEITA OR ECT-PASSIVO OR ECT-PATRIMONIO
               MOVE -1 TO WS-SINAL
           ELSE
               MOVE 1 TO WS-SINAL
           END-IF

           MOVE WS-CTA-ORC-MES(WS-IDX)  TO WS-BLC-ORCADO(1)
           MOVE WS-CTA-ORC-ACUM(WS-IDX) TO WS-BLC-ORCADO(2)
           COMPUTE WS-BLC-REAL(1) = WS-SINAL * WS-CTA-REAL-MES(WS-IDX)
           COMPUTE WS-BLC-REAL(2) = WS-SINAL * WS-CTA-REAL-ACUM(WS-IDX)

           PERFORM 3200-CALCULA-BLOCO THRU 3200-CALCULA-BLOCO-FIM
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 2

           MOVE SPACES TO WS-LINHA-CONTA
           MOVE WS-CTA-CONTA(WS-IDX) TO WS-LIN-CONTA
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 2
               MOVE WS-BLC-ORCADO(WS-MES)   TO WS-LIN-ORCADO(WS-MES)
               MOVE WS-BLC-REAL(WS-MES)     TO WS-LIN-REAL(WS-MES)
               MOVE WS-BLC-VARIACAO(WS-MES) TO WS-LIN-VARIACAO(WS-MES)
               MOVE WS-BLC-PCT(WS-MES)      TO WS-LIN-PCT(WS-MES)
               MOVE WS-BLC-MARCA(WS-MES)    TO WS-LIN-MARCA(WS-MES)
           END-PERFORM
           WRITE REG-RELATORIO FROM WS-LINHA-CONTA
           ADD 1 TO WS-QTD-IMPRESSAS

           IF WS-BLC-MARCA(1) = '*' OR WS-BLC-MARCA(2) = '*'
               ADD 1 TO WS-QTD-MARCADAS
           END-IF

           IF WS-BLC-ESTOURO(2) > ZEROS
               PERFORM 3300-ENTRA-MAIORES THRU 3300-ENTRA-MAIORES-FIM
           END-IF.
       3100-IMPRIME-CONTA-FIM.
           EXIT.
      *
      *> VARIACAO = REALIZADO - ORCADO; ESTOURO = VARIACAO NO SENTIDO
      *> DESFAVORAVEL (RECEITA, PASSIVO E PATRIMONIO ABAIXO DO
      *> ORCADO; DESPESA E ATIVO ACIMA). SEM ORCADO, QUALQUER
      *> ESTOURO PASSA DA TOLERANCIA E A VARIACAO % FICA EM 9999,99.
       3200-CALCULA-BLOCO.
           COMPUTE WS-BLC-VARIACAO(WS-MES) =
               WS-BLC-REAL(WS-MES) - WS-BLC-ORCADO(WS-MES)
           IF WS-SINAL = -1
               COMPUTE WS-BLC-ESTOURO(WS-MES) =
                   ZEROS - WS-BLC-VARIACAO(WS-MES)
           ELSE
               MOVE WS-BLC-VARIACAO(WS-MES) TO WS-BLC-ESTOURO(WS-MES)
           END-IF

           IF WS-BLC-ORCADO(WS-MES) = ZEROS
               IF WS-BLC-VARIACAO(WS-MES) = ZEROS
                   MOVE ZEROS TO WS-BLC-PCT(WS-MES)
               ELSE
                   MOVE 9999.99 TO WS-BLC-PCT(WS-MES)
               END-IF
           ELSE
               COMPUTE WS-BLC-PCT(WS-MES) ROUNDED =
                   WS-BLC-VARIACAO(WS-MES) * 100
                   / WS-BLC-ORCADO(WS-MES)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-BLC-PCT(WS-MES)
               END-COMPUTE
               IF WS-BLC-PCT(WS-MES) > 9999.99
                   MOVE 9999.99 TO WS-BLC-PCT(WS-MES)
               END-IF
               IF WS-BLC-PCT(WS-MES) < -9999.99
                   MOVE -9999.99 TO WS-BLC-PCT(WS-MES)
               END-IF
           END-IF

           MOVE SPACE TO WS-BLC-MARCA(WS-MES)
           IF WS-BLC-ESTOURO(WS-MES) > ZEROS
               IF WS-BLC-ORCADO(WS-MES) = ZEROS
                   MOVE '*' TO WS-BLC-MARCA(WS-MES)
               ELSE
                   COMPUTE WS-VL-PCT ROUNDED =
                       WS-BLC-ESTOURO(WS-MES) * 100
                       / WS-BLC-ORCADO(WS-MES)
                       ON SIZE ERROR
                           MOVE 9999.99 TO WS-VL-PCT
                   END-COMPUTE
                   IF WS-VL-PCT < ZEROS
                       COMPUTE WS-VL-PCT = ZEROS - WS-VL-PCT
                   END-IF
                   IF WS-VL-PCT > WS-TOLERANCIA
                       MOVE '*' TO WS-BLC-MARCA(WS-MES)
                   END-IF
               END-IF
           END-IF.
       3200-CALCULA-BLOCO-FIM.
           EXIT.
      *
      *> INSERE A CONTA NA LISTA DOS DEZ MAIORES ESTOUROS ACUMULADOS.
       3300-ENTRA-MAIORES.
           MOVE ZEROS TO WS-POS-TOP
           PERFORM VARYING WS-IDX-TOP FROM 1 BY 1
               UNTIL WS-IDX-TOP > WS-QTD-TOP OR WS-POS-TOP > 0
               IF WS-BLC-ESTOURO(2) > WS-TOP-ESTOURO(WS-IDX-TOP)
                   MOVE WS-IDX-TOP TO WS-POS-TOP
               END-IF
           END-PERFORM
           IF WS-POS-TOP = 0
               IF WS-QTD-TOP NOT < 10
                   GO TO 3300-ENTRA-MAIORES-FIM
               END-IF
               COMPUTE WS-POS-TOP = WS-QTD-TOP + 1
           END-IF

           IF WS-QTD-TOP < 10
               ADD 1 TO WS-QTD-TOP
           END-IF
           PERFORM VARYING WS-IDX-TOP FROM WS-QTD-TOP BY -1
               UNTIL WS-IDX-TOP NOT > WS-POS-TOP
               MOVE WS-TOP-ITEM(WS-IDX-TOP - 1)
                   TO WS-TOP-ITEM(WS-IDX-TOP)
           END-PERFORM

           MOVE WS-CTA-CONTA(WS-IDX) TO WS-TOP-CONTA(WS-POS-TOP)
           MOVE ECT-DESCRICAO        TO WS-TOP-DESCRICAO(WS-POS-TOP)
           MOVE WS-BLC-ESTOURO(2)    TO WS-TOP-ESTOURO(WS-POS-TOP)
           MOVE WS-BLC-PCT(2)        TO WS-TOP-PCT(WS-POS-TOP).
       3300-ENTRA-MAIORES-FIM.
           EXIT.
      *
       3500-IMPRIME-MAIORES.
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE 'MAIORES ESTOUROS ACUMULADOS NO ANO' TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           IF WS-QTD-TOP = 0
               MOVE ' NENHUMA CONTA ACIMA DO ORCADO' TO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
           END-IF

           PERFORM VARYING WS-IDX-TOP FROM 1 BY 1
               UNTIL WS-IDX-TOP > WS-QTD-TOP
               MOVE WS-TOP-ESTOURO(WS-IDX-TOP) TO WS-VL-EDITADO
               MOVE WS-TOP-PCT(WS-IDX-TOP)     TO WS-PCT-EDITADO
               MOVE SPACES TO WS-LINHA-REL
               STRING ' ' DELIMITED BY SIZE
                   WS-IDX-TOP DELIMITED BY SIZE
                   ' CONTA ' DELIMITED BY SIZE
                   WS-TOP-CONTA(WS-IDX-TOP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOP-DESCRICAO(WS-IDX-TOP) DELIMITED BY SIZE
                   ' ESTOURO ' DELIMITED BY SIZE
                   WS-VL-EDITADO DELIMITED BY SIZE
                   ' VAR % ' DELIMITED BY SIZE
                   WS-PCT-EDITADO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
           END-PERFORM.
       3500-IMPRIME-MAIORES-FIM.
           EXIT.
      *
      **************************************
      * LOCALIZA (OU INCLUI) A CONTA       *
      * WS-CONTA-BUSCA NA TABELA (IDX)     *
      **************************************
      *
       9000-LOCALIZA-CONTA.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS OR WS-ACHOU = 'S'
               IF WS-CTA-CONTA(WS-IDX) EQUAL WS-CONTA-BUSCA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX
               GO TO 9000-LOCALIZA-CONTA-FIM
           END-IF

           IF WS-QTD-CONTAS NOT < 500
               DISPLAY "*** TABELA DE CONTAS CHEIA - AUMENTE O "
                   "OCCURS E REPROCESSE ***"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO 9000-LOCALIZA-CONTA-FIM
           END-IF
           ADD 1 TO WS-QTD-CONTAS
           MOVE WS-QTD-CONTAS TO WS-IDX
           INITIALIZE WS-CTA-ITEM(WS-IDX)
           MOVE WS-CONTA-BUSCA TO WS-CTA-CONTA(WS-IDX)
           MOVE 'N'       TO WS-CTA-ORCADA(WS-IDX).
       9000-LOCALIZA-CONTA-FIM.
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

       END PROGRAM EXERCICIO_150.
