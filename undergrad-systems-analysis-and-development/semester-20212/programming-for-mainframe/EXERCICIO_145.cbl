      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RESULTADO MENSAL POR CENTRO DE CUSTO. LE O MES
      * PEDIDO NO HISTORICO DO BALANCETE (BALANCETE_HIST, GERADO
      * PELO EXERCICIO_089 POR CONTA E CENTRO DE CUSTO) E CLASSIFICA
      * CADA CONTA PELA NATUREZA CADASTRADA EM ESTRUTURA_CONTAS
      * (EXERCICIO_144): RECEITA = CREDITOS - DEBITOS DAS CONTAS 'R',
      * DESPESA = DEBITOS - CREDITOS DAS CONTAS 'D', RESULTADO =
      * RECEITA - DESPESA, UMA LINHA POR CENTRO DE CUSTO (BRANCO =
      * SEM CENTRO). OS TOTAIS GERAIS DE DEBITOS E CREDITOS SAO OS
      * MESMOS DO BALANCETE DO MES E PROVAM DEBITOS = CREDITOS.
      * CONTAS SEM NATUREZA SAO LISTADAS E DAO RC 8; MES FORA DO
      * HISTORICO OU BALANCETE QUE NAO FECHA DAO RC 16.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_145.
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

           SELECT ESTRUTURA_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estrutura_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS ECT-CONTA
           FILE STATUS     IS WS-FS-ECT.

           SELECT CENTROS_CUSTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\centros_custo.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CCU-CODIGO
           FILE STATUS     IS WS-FS-CCU.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\ccusto_rel.txt'
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

       FD ESTRUTURA_CONTAS.
       01 REG-ESTRUTURA-CONTA.
           COPY ESTRCTA.

       FD CENTROS_CUSTO.
       01 REG-CENTRO-CUSTO.
           COPY CENCUSTO.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-HIST                   PIC 99.
       77 WS-FS-ECT                    PIC 99.
       77 WS-FS-CCU                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-MES-PEDIDO                PIC 9(006).
       77 WS-IDX                       PIC 9(003).
       77 WS-ACHOU                     PIC X(001).
       77 WS-TEM-ECT                   PIC X(001).
       77 WS-TEM-CCU                   PIC X(001).
       77 WS-QTD-REGISTROS             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-CENTROS               PIC 9(003) VALUE ZEROS.
       77 WS-QTD-SEM-NATUREZA          PIC 9(005) VALUE ZEROS.
       77 WS-VL-TOT-DEB                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-CRE                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-RECEITA            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-DESPESA            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-RESULTADO          PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-RESULTADO              PIC S9(013)V9(002).
       77 WS-CC-DESCRICAO              PIC X(030).
       01 WS-LINHA-REL                 PIC X(132).

      *> RECEITA E DESPESA DO MES ACUMULADAS POR CENTRO DE CUSTO.
       01 WS-TAB-CENTROS.
           03 WS-CEN-ITEM OCCURS 200 TIMES.
              05 WS-CEN-CODIGO         PIC X(006).
              05 WS-CEN-RECEITA        PIC S9(013)V9(002).
              05 WS-CEN-DESPESA        PIC S9(013)V9(002).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_145'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'RESULTADO POR CENTRO DE CUSTO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ RESULTADO POR CENTRO DE CUSTO ------'

           MOVE 0 TO RETURN-CODE

           DISPLAY 'INFORME O MES (AAAAMM):'
           ACCEPT WS-MES-PEDIDO

           OPEN OUTPUT RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'RESULTADO POR CENTRO DE CUSTO   MES: '
               DELIMITED BY SIZE
               WS-MES-PEDIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           PERFORM 1000-ACUMULA-HISTORICO
               THRU 1000-ACUMULA-HISTORICO-FIM
           IF RETURN-CODE = 16
               CLOSE RELATORIO
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-IMPRIME-CENTROS
               THRU 2000-IMPRIME-CENTROS-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           DISPLAY "RELATORIO GRAVADO EM ccusto_rel."

           DISPLAY " "
           DISPLAY "REGISTROS DO HISTORICO LIDOS: " WS-QTD-REGISTROS
           DISPLAY "CENTROS DE CUSTO NO RELATORIO: " WS-QTD-CENTROS
           DISPLAY "TOTAL DE RECEITAS: " WS-VL-TOT-RECEITA
           DISPLAY "TOTAL DE DESPESAS: " WS-VL-TOT-DESPESA
           DISPLAY "RESULTADO DO MES: " WS-VL-TOT-RESULTADO
           DISPLAY "TOTAL DE DEBITOS (BALANCETE): " WS-VL-TOT-DEB
           DISPLAY "TOTAL DE CREDITOS (BALANCETE): " WS-VL-TOT-CRE

           IF WS-QTD-SEM-NATUREZA > 0
               DISPLAY "*** " WS-QTD-SEM-NATUREZA " CONTA(S) SEM "
                   "NATUREZA EM ESTRUTURA_CONTAS - FORA DA RECEITA "
                   "E DA DESPESA (VER RELATORIO) ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-VL-TOT-DEB NOT = WS-VL-TOT-CRE
               DISPLAY "*** BALANCETE NAO FECHA: DEBITOS DIFERENTES "
                   "DOS CREDITOS ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "TOTAIS CONFEREM COM O BALANCETE: DEBITOS = "
                   "CREDITOS."
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * LE O MES PEDIDO NO HISTORICO E     *
      * ACUMULA RECEITA E DESPESA POR      *
      * CENTRO DE CUSTO                    *
      **************************************
      *
       1000-ACUMULA-HISTORICO.
           SET WS-FS-HIST TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT BALANCETE_HIST
           IF WS-FS-HIST EQUAL 35
               DISPLAY "* HISTORICO DO BALANCETE NAO EXISTE - GERE "
                   "O MES NO EXERCICIO_089 (MODO G) *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ACUMULA-HISTORICO-FIM
           END-IF

           SET WS-FS-ECT TO 0.
           MOVE 'S' TO WS-TEM-ECT
           OPEN INPUT ESTRUTURA_CONTAS
           IF WS-FS-ECT EQUAL 35
               DISPLAY "* ARQUIVO ESTRUTURA_CONTAS NAO EXISTE - "
                   "NENHUMA CONTA CLASSIFICADA *"
               MOVE 'N' TO WS-TEM-ECT
           END-IF

           MOVE WS-MES-PEDIDO TO BAL-MES
           MOVE LOW-VALUES    TO BAL-CONTA
           MOVE LOW-VALUES    TO BAL-CENTRO-CUSTO
           START BALANCETE_HIST KEY IS NOT LESS THAN BAL-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ BALANCETE_HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BAL-MES NOT EQUAL WS-MES-PEDIDO
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 1100-ACUMULA-REGISTRO
                               THRU 1100-ACUMULA-REGISTRO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALANCETE_HIST
           IF WS-TEM-ECT EQUAL 'S'
               CLOSE ESTRUTURA_CONTAS
           END-IF

           IF WS-QTD-REGISTROS EQUAL ZEROS
               DISPLAY "*** MES " WS-MES-PEDIDO " NAO ESTA NO "
                   "HISTORICO - GERE O MES NO EXERCICIO_089 ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-ACUMULA-HISTORICO-FIM.
           EXIT.
      *
       1100-ACUMULA-REGISTRO.
           ADD 1 TO WS-QTD-REGISTROS
           ADD BAL-VL-DEBITOS  TO WS-VL-TOT-DEB
           ADD BAL-VL-CREDITOS TO WS-VL-TOT-CRE

           MOVE SPACES TO ECT-NATUREZA
           IF WS-TEM-ECT EQUAL 'S'
               MOVE BAL-CONTA TO ECT-CONTA
               READ ESTRUTURA_CONTAS
                   INVALID KEY
                       MOVE SPACES TO ECT-NATUREZA
               END-READ
           END-IF

      *> ATIVO, PASSIVO E PATRIMONIO ENTRAM SO NOS TOTAIS DE DEBITOS
      *> E CREDITOS; NAO FAZEM PARTE DO RESULTADO.
           IF ECT-ATIVO OR ECT-PASSIVO OR ECT-PATRIMONIO
               GO TO 1100-ACUMULA-REGISTRO-FIM
           END-IF

           IF NOT ECT-RECEITA AND NOT ECT-DESPESA
               ADD 1 TO WS-QTD-SEM-NATUREZA
               MOVE SPACES TO WS-LINHA-REL
               STRING ' *** CONTA SEM NATUREZA: ' DELIMITED BY SIZE
                   BAL-CONTA DELIMITED BY SIZE
                   ' CC ' DELIMITED BY SIZE
                   BAL-CENTRO-CUSTO DELIMITED BY SIZE
                   ' DEBITOS ' DELIMITED BY SIZE
                   BAL-VL-DEBITOS DELIMITED BY SIZE
                   ' CREDITOS ' DELIMITED BY SIZE
                   BAL-VL-CREDITOS DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
               GO TO 1100-ACUMULA-REGISTRO-FIM
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CENTROS OR WS-ACHOU = 'S'
               IF WS-CEN-CODIGO(WS-IDX) EQUAL BAL-CENTRO-CUSTO
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-QTD-CENTROS NOT < 200
                   DISPLAY "*** TABELA DE CENTROS CHEIA - AUMENTE O "
                       "OCCURS E REPROCESSE ***"
                   MOVE 16 TO RETURN-CODE
                   MOVE 1 TO WS-EOF
                   GO TO 1100-ACUMULA-REGISTRO-FIM
               END-IF
               ADD 1 TO WS-QTD-CENTROS
               MOVE WS-QTD-CENTROS TO WS-IDX
               MOVE BAL-CENTRO-CUSTO TO WS-CEN-CODIGO(WS-IDX)
               MOVE ZEROS TO WS-CEN-RECEITA(WS-IDX)
               MOVE ZEROS TO WS-CEN-DESPESA(WS-IDX)
           END-IF

           IF ECT-RECEITA
               COMPUTE WS-CEN-RECEITA(WS-IDX) =
                   WS-CEN-RECEITA(WS-IDX) + BAL-VL-CREDITOS
                   - BAL-VL-DEBITOS
           ELSE
               COMPUTE WS-CEN-DESPESA(WS-IDX) =
                   WS-CEN-DESPESA(WS-IDX) + BAL-VL-DEBITOS
                   - BAL-VL-CREDITOS
           END-IF.
       1100-ACUMULA-REGISTRO-FIM.
           EXIT.
      *
      **************************************
      * IMPRESSAO DO RESULTADO POR CENTRO  *
      * E DOS TOTAIS GERAIS                *
      **************************************
      *
       2000-IMPRIME-CENTROS.
           SET WS-FS-CCU TO 0.
           MOVE 'S' TO WS-TEM-CCU
           OPEN INPUT CENTROS_CUSTO
           IF WS-FS-CCU EQUAL 35
               MOVE 'N' TO WS-TEM-CCU
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           PERFORM 2100-IMPRIME-CENTRO THRU 2100-IMPRIME-CENTRO-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CENTROS

           IF WS-TEM-CCU EQUAL 'S'
               CLOSE CENTROS_CUSTO
           END-IF

           COMPUTE WS-VL-TOT-RESULTADO =
               WS-VL-TOT-RECEITA - WS-VL-TOT-DESPESA

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAL: RECEITA ' DELIMITED BY SIZE
               WS-VL-TOT-RECEITA DELIMITED BY SIZE
               ' DESPESA ' DELIMITED BY SIZE
               WS-VL-TOT-DESPESA DELIMITED BY SIZE
               ' RESULTADO ' DELIMITED BY SIZE
               WS-VL-TOT-RESULTADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAIS DO BALANCETE: DEBITOS ' DELIMITED BY SIZE
               WS-VL-TOT-DEB DELIMITED BY SIZE
               ' CREDITOS ' DELIMITED BY SIZE
               WS-VL-TOT-CRE DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       2000-IMPRIME-CENTROS-FIM.
           EXIT.
      *
       2100-IMPRIME-CENTRO.
           COMPUTE WS-VL-RESULTADO =
               WS-CEN-RECEITA(WS-IDX) - WS-CEN-DESPESA(WS-IDX)
           ADD WS-CEN-RECEITA(WS-IDX) TO WS-VL-TOT-RECEITA
           ADD WS-CEN-DESPESA(WS-IDX) TO WS-VL-TOT-DESPESA

           MOVE SPACES TO WS-CC-DESCRICAO
           IF WS-CEN-CODIGO(WS-IDX) EQUAL SPACES
               MOVE 'SEM CENTRO DE CUSTO' TO WS-CC-DESCRICAO
           ELSE
               IF WS-TEM-CCU EQUAL 'S'
                   MOVE WS-CEN-CODIGO(WS-IDX) TO CCU-CODIGO
                   READ CENTROS_CUSTO
                       NOT INVALID KEY
                           MOVE CCU-DESCRICAO TO WS-CC-DESCRICAO
                   END-READ
               END-IF
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING ' CC ' DELIMITED BY SIZE
               WS-CEN-CODIGO(WS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CC-DESCRICAO DELIMITED BY SIZE
               ' RECEITA ' DELIMITED BY SIZE
               WS-CEN-RECEITA(WS-IDX) DELIMITED BY SIZE
               ' DESPESA ' DELIMITED BY SIZE
               WS-CEN-DESPESA(WS-IDX) DELIMITED BY SIZE
               ' RESULTADO ' DELIMITED BY SIZE
               WS-VL-RESULTADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       2100-IMPRIME-CENTRO-FIM.
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

       END PROGRAM EXERCICIO_145.
