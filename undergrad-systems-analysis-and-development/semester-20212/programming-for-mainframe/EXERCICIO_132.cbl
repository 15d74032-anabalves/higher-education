      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE DESEMPENHO DAS AGENCIAS DE COBRANCA
      * TERCEIRIZADA: LE O CONTROLE COBRANCA_EXTERNA (CESSOES DO
      * EXERCICIO_130 ATUALIZADAS PELO ACERTO MENSAL DO EXERCICIO_131)
      * E IMPRIME, POR AGENCIA (NOME DE FORNECEDORES), A QUANTIDADE
      * E O SALDO CEDIDO, QUANTAS DUPLICATAS FORAM LIQUIDADAS,
      * DEVOLVIDAS OU AINDA ESTAO NA AGENCIA, O VALOR RECUPERADO, A
      * TAXA DE RECUPERACAO (RECUPERADO SOBRE CEDIDO), OS HONORARIOS
      * PAGOS E O CUSTO DA COBRANCA (HONORARIOS SOBRE RECUPERADO),
      * MAIS O TOTAL GERAL, PARA DECIDIR PARA QUAL AGENCIA CEDER.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_132.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANCA_EXTERNA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobranca_externa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CEX-NR-DUPLICATA
           FILE STATUS     IS WS-FS-COBREXT.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS RANDOM
           RECORD KEY      IS FORN-COD-FORNECEDOR
           FILE STATUS     IS WS-FS-FORN.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobr_ext_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD COBRANCA_EXTERNA.
       01 REG-COBR-EXTERNA.
           COPY COBREXT.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-COBREXT                PIC 99.
       77 WS-FS-FORN                   PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(003).
       77 WS-QTD-AGENCIAS              PIC 9(003) VALUE ZEROS.
       77 WS-NOME-AGENCIA              PIC X(020).
       77 WS-PCT-RECUPERACAO           PIC 9(003)V9(002).
       77 WS-PCT-CUSTO                 PIC 9(003)V9(002).
       77 WS-PCT-EDITADO               PIC ZZ9.99.
       77 WS-PCT-CUSTO-EDITADO         PIC ZZ9.99.

      *> TOTAIS POR AGENCIA, PROCURADOS PELO CODIGO DO FORNECEDOR (O
      *> CONTROLE ESTA EM ORDEM DE DUPLICATA, NAO DE AGENCIA); A
      *> ULTIMA POSICAO (51) GUARDA O TOTAL GERAL.
       01 WS-TAB-AGENCIA.
           03 WS-AGENCIA OCCURS 51 TIMES.
              05 WS-AGE-CODIGO         PIC 9(005).
              05 WS-AGE-QTD-CEDIDAS    PIC 9(006).
              05 WS-AGE-QTD-LIQUIDADAS PIC 9(006).
              05 WS-AGE-QTD-DEVOLVIDAS PIC 9(006).
              05 WS-AGE-QTD-ATIVAS     PIC 9(006).
              05 WS-AGE-VL-CEDIDO      PIC S9(013)V9(002).
              05 WS-AGE-VL-RECUPERADO  PIC S9(013)V9(002).
              05 WS-AGE-VL-HONORARIO   PIC S9(013)V9(002).

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

      *> ARQUIVO DE IMPRESSAO COM O BLOCO PADRAO DE CABECALHO (TITULO,
      *> DATA DA EXECUCAO E PAGINA), COMO NO AGING (EXERCICIO_017).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_132'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'DESEMPENHO DAS AGENCIAS DE COBRANCA'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- DESEMPENHO DAS AGENCIAS DE COBRANCA ---'

           MOVE 0 TO RETURN-CODE
           INITIALIZE WS-TAB-AGENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-DATA-EXEC

           SET WS-FS-COBREXT TO 0.
           SET WS-EOF        TO 0.
           OPEN INPUT COBRANCA_EXTERNA
           IF WS-FS-COBREXT EQUAL 35
               DISPLAY "* NAO HA DUPLICATAS CEDIDAS A AGENCIAS *"
               GO TO ROT-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ COBRANCA_EXTERNA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 1000-ACUMULA-CESSAO
                           THRU 1000-ACUMULA-CESSAO-FIM
               END-READ
           END-PERFORM

           CLOSE COBRANCA_EXTERNA.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           SET WS-FS-FORN TO 0.
           OPEN INPUT FORNECEDORES

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 2000-IMPRIME-AGENCIA THRU 2000-IMPRIME-AGENCIA-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS.

      *> TRAILER DE TOTAL GERAL DO RELATORIO.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE 51 TO WS-IDX
           MOVE 'TOTAL GERAL' TO WS-NOME-AGENCIA
           PERFORM 2100-IMPRIME-LINHAS THRU 2100-IMPRIME-LINHAS-FIM

           IF WS-FS-FORN NOT EQUAL 35
               CLOSE FORNECEDORES
           END-IF
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY "AGENCIAS NO RELATORIO: " WS-QTD-AGENCIAS
           DISPLAY "DUPLICATAS CEDIDAS: " WS-AGE-QTD-CEDIDAS(51)
           DISPLAY "SALDO CEDIDO: " WS-AGE-VL-CEDIDO(51)
           DISPLAY "VALOR RECUPERADO: " WS-AGE-VL-RECUPERADO(51)
           DISPLAY "HONORARIOS: " WS-AGE-VL-HONORARIO(51)
           DISPLAY "RELATORIO GRAVADO EM cobr_ext_rel.".

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * SOMA UMA CESSAO NOS TOTAIS DA SUA  *
      * AGENCIA E NO TOTAL GERAL           *
      **************************************
      *
       1000-ACUMULA-CESSAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
               OR WS-AGE-CODIGO(WS-IDX) = CEX-COD-AGENCIA
               CONTINUE
           END-PERFORM

           IF WS-IDX > WS-QTD-AGENCIAS
               IF WS-QTD-AGENCIAS NOT < 50
                   DISPLAY "*** TABELA DE AGENCIAS CHEIA - AGENCIA "
                       CEX-COD-AGENCIA " FORA DO RELATORIO ***"
                   MOVE 16 TO RETURN-CODE
                   MOVE 1 TO WS-EOF
                   GO TO 1000-ACUMULA-CESSAO-FIM
               END-IF
               ADD 1 TO WS-QTD-AGENCIAS
               MOVE WS-QTD-AGENCIAS TO WS-IDX
               MOVE CEX-COD-AGENCIA TO WS-AGE-CODIGO(WS-IDX)
           END-IF

           PERFORM 1100-SOMA-CESSAO THRU 1100-SOMA-CESSAO-FIM
           MOVE 51 TO WS-IDX
           PERFORM 1100-SOMA-CESSAO THRU 1100-SOMA-CESSAO-FIM.
       1000-ACUMULA-CESSAO-FIM.
           EXIT.
      *
       1100-SOMA-CESSAO.
           ADD 1 TO WS-AGE-QTD-CEDIDAS(WS-IDX)
           EVALUATE TRUE
               WHEN CEX-LIQUIDADA
                   ADD 1 TO WS-AGE-QTD-LIQUIDADAS(WS-IDX)
               WHEN CEX-DEVOLVIDA
                   ADD 1 TO WS-AGE-QTD-DEVOLVIDAS(WS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-AGE-QTD-ATIVAS(WS-IDX)
           END-EVALUATE
           ADD CEX-VL-ENVIADO    TO WS-AGE-VL-CEDIDO(WS-IDX)
           ADD CEX-VL-RECUPERADO TO WS-AGE-VL-RECUPERADO(WS-IDX)
           ADD CEX-VL-HONORARIO  TO WS-AGE-VL-HONORARIO(WS-IDX).
       1100-SOMA-CESSAO-FIM.
           EXIT.
      *
      **************************************
      * BLOCO DE UMA AGENCIA COM O NOME DE *
      * FORNECEDORES                       *
      **************************************
      *
       2000-IMPRIME-AGENCIA.
           MOVE SPACES TO WS-NOME-AGENCIA
           IF WS-FS-FORN NOT EQUAL 35
               MOVE WS-AGE-CODIGO(WS-IDX) TO FORN-COD-FORNECEDOR
               READ FORNECEDORES
                   INVALID KEY
                       MOVE 'NAO CADASTRADA' TO WS-NOME-AGENCIA
                   NOT INVALID KEY
                       MOVE FORN-NOME-FORNECEDOR TO WS-NOME-AGENCIA
               END-READ
           END-IF

           PERFORM 2100-IMPRIME-LINHAS THRU 2100-IMPRIME-LINHAS-FIM.
       2000-IMPRIME-AGENCIA-FIM.
           EXIT.
      *
       2100-IMPRIME-LINHAS.
      *> TAXA DE RECUPERACAO SOBRE O SALDO CEDIDO E CUSTO DA COBRANCA
      *> SOBRE O RECUPERADO; SEM BASE, A TAXA FICA ZERADA.
           MOVE ZEROS TO WS-PCT-RECUPERACAO
           IF WS-AGE-VL-CEDIDO(WS-IDX) > ZEROS
               COMPUTE WS-PCT-RECUPERACAO ROUNDED =
                   WS-AGE-VL-RECUPERADO(WS-IDX) * 100 /
                   WS-AGE-VL-CEDIDO(WS-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-RECUPERACAO
               END-COMPUTE
           END-IF
           MOVE ZEROS TO WS-PCT-CUSTO
           IF WS-AGE-VL-RECUPERADO(WS-IDX) > ZEROS
               COMPUTE WS-PCT-CUSTO ROUNDED =
                   WS-AGE-VL-HONORARIO(WS-IDX) * 100 /
                   WS-AGE-VL-RECUPERADO(WS-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-CUSTO
               END-COMPUTE
           END-IF
           MOVE WS-PCT-RECUPERACAO TO WS-PCT-EDITADO
           MOVE WS-PCT-CUSTO       TO WS-PCT-CUSTO-EDITADO

           MOVE SPACES TO WS-LINHA-REL
           STRING ' AGENCIA ' DELIMITED BY SIZE
               WS-AGE-CODIGO(WS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-AGENCIA DELIMITED BY SIZE
               ' CEDIDAS ' DELIMITED BY SIZE
               WS-AGE-QTD-CEDIDAS(WS-IDX) DELIMITED BY SIZE
               ' LIQUIDADAS ' DELIMITED BY SIZE
               WS-AGE-QTD-LIQUIDADAS(WS-IDX) DELIMITED BY SIZE
               ' DEVOLVIDAS ' DELIMITED BY SIZE
               WS-AGE-QTD-DEVOLVIDAS(WS-IDX) DELIMITED BY SIZE
               ' NA AGENCIA ' DELIMITED BY SIZE
               WS-AGE-QTD-ATIVAS(WS-IDX) DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING '   CEDIDO ' DELIMITED BY SIZE
               WS-AGE-VL-CEDIDO(WS-IDX) DELIMITED BY SIZE
               ' RECUPERADO ' DELIMITED BY SIZE
               WS-AGE-VL-RECUPERADO(WS-IDX) DELIMITED BY SIZE
               ' TAXA DE RECUPERACAO ' DELIMITED BY SIZE
               WS-PCT-EDITADO DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING '   HONORARIOS ' DELIMITED BY SIZE
               WS-AGE-VL-HONORARIO(WS-IDX) DELIMITED BY SIZE
               ' CUSTO SOBRE O RECUPERADO ' DELIMITED BY SIZE
               WS-PCT-CUSTO-EDITADO DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       2100-IMPRIME-LINHAS-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DE UMA LINHA NO RELATORIO *
      * COM QUEBRA DE PAGINA E CABECALHO   *
      **************************************
      *
       9500-GRAVA-LINHA-REL.
           IF WS-REL-LINHAS >= WS-REL-LINHAS-MAX
               PERFORM 9600-CABECALHO-REL
                   THRU 9600-CABECALHO-REL-FIM
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           ADD 1 TO WS-REL-LINHAS.
       9500-GRAVA-LINHA-REL-FIM.
           EXIT.
      *
       9600-CABECALHO-REL.
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'DESEMPENHO DAS AGENCIAS DE COBRANCA'
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 2 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
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

           COMPUTE WS-AR-PAGINAS = WS-REL-PAGINA - 1
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_132.
