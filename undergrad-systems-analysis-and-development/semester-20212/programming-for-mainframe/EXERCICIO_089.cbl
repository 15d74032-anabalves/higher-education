      * CREDITOS, E GUARDA O RESULTADO NO HISTORICO MENSAL
      * (BALANCETE_HIST). NO MODO 'C' (CONSULTA) IMPRIME QUALQUER MES
      * JA GUARDADO NO HISTORICO SEM PRECISAR RE-RODAR AS
      * EXPORTACOES. O DIARIO DEIXA DE SER ESCRITA-SO. O ACUMULADO E
      * GUARDADO POR CONTA E CENTRO DE CUSTO (LCT-CENTRO-CUSTO), UMA
      * LINHA POR PAR CONTA/CENTRO, PARA O RESULTADO POR CENTRO DE
      * CUSTO (EXERCICIO_145) SAIR DO MESMO HISTORICO; OS TOTAIS
      * GERAIS NAO MUDAM. NO JOB DE FECHAMENTO DO MES (FECHAMES.JCL)
      * O MES VEM DO CARTAO fechames_param, O MODO E SEMPRE 'G' E A
      * EXECUCAO E REGISTRADA NA SUBROTINA RUN_CONTROLE, DEPENDENTE
      * DO ULTIMO DIARIO DO MES (DEPRECIACAO DA FROTA, EXERCICIO_151,
      * DEPOIS DO PAGAR, DA PROVISAO, DO ESTOQUE E DOS IMPOSTOS);
      * O RETURN-CODE 16 DE
      * BALANCETE QUE NAO FECHA IMPEDE A TRAVA DO PERIODO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

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

       FD LANCTOS_CONTABEIS.
       01 REG-LANCTO.
           03 LCT-TIPO                 PIC X(001).
           03 LCT-CONTA                PIC X(010).
           03 LCT-DATA                 PIC 9(008).
           03 LCT-NR-DUPLICATA         PIC 9(007).
           03 LCT-COD-CLIENTE          PIC 9(005).
           03 LCT-VALOR                PIC S9(013)V9(002).
           03 LCT-CENTRO-CUSTO         PIC X(006).

      *> HISTORICO MENSAL DO BALANCETE: UM REGISTRO POR MES, CONTA E
      *> CENTRO DE CUSTO, PARA IMPRIMIR QUALQUER MES FECHADO SEM
      *> RE-RODAR AS EXPORTACOES.
       FD BALANCETE_HIST.
       01 REG-BALANCETE.
           03 BAL-CHAVE.
              05 BAL-MES               PIC 9(006).
              05 BAL-CONTA             PIC X(010).
              05 BAL-CENTRO-CUSTO      PIC X(006).
           03 BAL-VL-DEBITOS           PIC S9(013)V9(002).
           03 BAL-VL-CREDITOS          PIC S9(013)V9(002).

       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-LOTE                      PIC X(001) VALUE 'N'.

      *> CONTROLE DE EXECUCAO (SUBROTINA RUN_CONTROLE) QUANDO RODA NO
      *> JOB FECHAMES, COM AS DEPENDENCIAS DO REGISTRO DE JOBS.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_089'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       77 WS-FS-LANCTOS                PIC 99.
       77 WS-FS-HIST                   PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-VL-TOT-CRE                PIC S9(013)V9(002) VALUE ZEROS.
       01 WS-LINHA-REL                 PIC X(132).

      *> ACUMULADO POR CONTA E CENTRO DE CUSTO DO MES EM GERACAO.
       01 WS-TAB-CONTAS.
           03 WS-CTA-ITEM OCCURS 500 TIMES.
              05 WS-CTA-CONTA          PIC X(010).
              05 WS-CTA-CCUSTO         PIC X(006).
              05 WS-CTA-DEBITOS        PIC S9(013)V9(002).
              05 WS-CTA-CREDITOS       PIC S9(013)V9(002).

           03 WS-MES-REGISTRO          PIC 9(006).
           03 FILLER                   PIC 9(002).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_089'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'BALANCETE DE VERIFICACAO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------- BALANCETE DE VERIFICACAO -------'

           MOVE 0 TO RETURN-CODE

      *> NO JOB FECHAMES O CARTAO DA O MES E O MODO E SEMPRE GERAR.
           PERFORM 0010-LE-CARTAO THRU 0010-LE-CARTAO-FIM
           IF WS-LOTE EQUAL 'S'
               MOVE 'G' TO WS-MODO
           ELSE
               DISPLAY 'MODO (G = GERAR DO DIARIO / C = CONSULTAR '
                   'HISTORICO):'
               ACCEPT WS-MODO
               IF WS-MODO NOT EQUAL 'G' AND WS-MODO NOT EQUAL 'C'
                   DISPLAY "*** MODO INVALIDO - USE G OU C ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO ROT-FIM
               END-IF

               DISPLAY 'INFORME O MES (AAAAMM):'
               ACCEPT WS-MES-PEDIDO
           END-IF

           IF WS-MODO EQUAL 'G'
               PERFORM 1000-ACUMULA-DIARIO
               THRU 3000-IMPRIME-BALANCETE-FIM.

           DISPLAY " "
           DISPLAY "CONTAS/CENTROS NO BALANCETE: " WS-QTD-CONTAS
           DISPLAY "TOTAL DE DEBITOS: " WS-VL-TOT-DEB
           DISPLAY "TOTAL DE CREDITOS: " WS-VL-TOT-CRE

           END-IF

       ROT-FIM.
           IF WS-LOTE EQUAL 'S'
               MOVE WS-QTD-CONTAS TO WS-RC-REGISTROS
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
           MOVE CARD-MES-FECHAMENTO TO WS-MES-PEDIDO
           DISPLAY "MES DE FECHAMENTO DO CARTAO fechames_param: "
               WS-MES-PEDIDO

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
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS
               IF WS-CTA-CONTA(WS-IDX) EQUAL LCT-CONTA AND
                   WS-CTA-CCUSTO(WS-IDX) EQUAL LCT-CENTRO-CUSTO
                   MOVE 'S' TO WS-ACHOU
                   PERFORM 1200-SOMA-NA-CONTA
                       THRU 1200-SOMA-NA-CONTA-FIM
           END-PERFORM

           IF WS-ACHOU EQUAL 'N'
               IF WS-QTD-CONTAS NOT < 500
                   DISPLAY "*** TABELA DE CONTAS CHEIA - AUMENTE O "
                       "OCCURS E REPROCESSE ***"
                   MOVE 16 TO RETURN-CODE
                   ADD 1 TO WS-QTD-CONTAS
                   MOVE WS-QTD-CONTAS TO WS-IDX
                   MOVE LCT-CONTA TO WS-CTA-CONTA(WS-IDX)
                   MOVE LCT-CENTRO-CUSTO TO WS-CTA-CCUSTO(WS-IDX)
                   MOVE ZEROS TO WS-CTA-DEBITOS(WS-IDX)
                   MOVE ZEROS TO WS-CTA-CREDITOS(WS-IDX)
                   PERFORM 1200-SOMA-NA-CONTA

           MOVE WS-MES-PEDIDO TO BAL-MES
           MOVE LOW-VALUES    TO BAL-CONTA
           MOVE LOW-VALUES    TO BAL-CENTRO-CUSTO
           START BALANCETE_HIST KEY IS NOT LESS THAN BAL-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
                       IF BAL-MES NOT EQUAL WS-MES-PEDIDO
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF WS-QTD-CONTAS < 500
                               ADD 1 TO WS-QTD-CONTAS
                               MOVE BAL-CONTA TO
                                   WS-CTA-CONTA(WS-QTD-CONTAS)
                               MOVE BAL-CENTRO-CUSTO TO
                                   WS-CTA-CCUSTO(WS-QTD-CONTAS)
                               MOVE BAL-VL-DEBITOS TO
                                   WS-CTA-DEBITOS(WS-QTD-CONTAS)
                               MOVE BAL-VL-CREDITOS TO
               UNTIL WS-IDX > WS-QTD-CONTAS
               MOVE WS-MES-PEDIDO          TO BAL-MES
               MOVE WS-CTA-CONTA(WS-IDX)   TO BAL-CONTA
               MOVE WS-CTA-CCUSTO(WS-IDX)  TO BAL-CENTRO-CUSTO
               MOVE WS-CTA-DEBITOS(WS-IDX) TO BAL-VL-DEBITOS
               MOVE WS-CTA-CREDITOS(WS-IDX) TO BAL-VL-CREDITOS
               WRITE REG-BALANCETE
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           DISPLAY "BALANCETE GRAVADO EM balancete_rel.".
       3000-IMPRIME-BALANCETE-FIM.
           EXIT.
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CONTA ' DELIMITED BY SIZE
               WS-CTA-CONTA(WS-IDX) DELIMITED BY SIZE
               ' CC ' DELIMITED BY SIZE
               WS-CTA-CCUSTO(WS-IDX) DELIMITED BY SIZE
               ' DEBITOS ' DELIMITED BY SIZE
               WS-CTA-DEBITOS(WS-IDX) DELIMITED BY SIZE
               ' CREDITOS ' DELIMITED BY SIZE
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       3100-IMPRIME-CONTA-FIM.
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

       END PROGRAM EXERCICIO_089.
