      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REGISTRO DO ATIVO IMOBILIZADO DA FROTA: UMA LINHA POR
      * VEICULO DO CADASTRO (VEICULOS, EXERCICIO_073) COM DATA DE
      * AQUISICAO, CUSTO, VALOR RESIDUAL, VIDA UTIL, DEPRECIACAO
      * ACUMULADA ATE O ULTIMO MES DEPRECIADO PELO EXERCICIO_151 E
      * VALOR CONTABIL LIQUIDO (CUSTO - DEPRECIACAO ACUMULADA). O
      * TOTAL DO IMOBILIZADO SO SOMA OS VEICULOS EM USO; OS VENDIDOS
      * OU BAIXADOS SAEM EM BLOCO PROPRIO COM A DATA E O VALOR DA
      * VENDA, E A MARCA DE BAIXA AINDA NAO LANCADA NO DIARIO. VEICULO
      * SEM CUSTO INFORMADO E LISTADO COM AVISO (RC 8), PORQUE AINDA
      * ESTA FORA DOS LIVROS. RELATORIO EM imobilizado_rel.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_152.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\veiculos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEIC-CODIGO
           FILE STATUS IS WS-FS-VEICULOS.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\imobilizado_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD VEICULOS.
       01 REG-VEICULO.
           COPY VEICULO.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-VEICULOS               PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-BLOCO                     PIC X(001).
       77 WS-QTD-ATIVOS                PIC 9(005) VALUE ZEROS.
       77 WS-QTD-BAIXADOS              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-CUSTO             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-NAO-LANCADAS          PIC 9(005) VALUE ZEROS.
       77 WS-VL-LIQUIDO                PIC S9(013)V9(002).
       77 WS-VL-TOT-CUSTO              PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-DEPREC             PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-LIQUIDO            PIC S9(013)V9(002) VALUE ZEROS.
       01 WS-LINHA-REL                 PIC X(132).

      *> CABECALHO DAS COLUNAS, ALINHADO COM A LINHA DE DETALHE.
       01 WS-LIN-CABEC.
           03 FILLER                   PIC X(046) VALUE
               ' CODIGO PLACA    MODELO               AQUISIC.'.
           03 FILLER                   PIC X(039) VALUE
               '         CUSTO      RESIDUAL VID ULT.DP'.
           03 FILLER                   PIC X(028) VALUE
               ' DEPREC.ACUMUL    VL.LIQUIDO'.

      *> LINHA DE DETALHE DE UM VEICULO.
       01 WS-LIN-VEICULO.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LV-CODIGO             PIC X(006).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LV-PLACA              PIC X(008).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LV-MODELO             PIC X(020).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LV-DT-AQUISICAO       PIC 9(008).
           03 WS-LV-CUSTO              PIC -ZZZZZZZZZ9.99.
           03 WS-LV-RESIDUAL           PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LV-VIDA               PIC ZZ9.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LV-MES-DEPREC         PIC 9(006).
           03 WS-LV-DEPREC             PIC -ZZZZZZZZZ9.99.
           03 WS-LV-LIQUIDO            PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LV-AVISO              PIC X(011).

      *> COMPLEMENTO DO VEICULO VENDIDO OU BAIXADO.
       01 WS-LIN-BAIXA.
           03 FILLER                   PIC X(016) VALUE SPACES.
           03 WS-LB-SITUACAO           PIC X(008).
           03 FILLER                   PIC X(004) VALUE ' EM '.
           03 WS-LB-DT-BAIXA           PIC 9(008).
           03 FILLER                   PIC X(016)
                                       VALUE ' VALOR DA VENDA '.
           03 WS-LB-VL-VENDA           PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LB-LANCADA            PIC X(030).

       01 WS-LIN-TOTAL.
           03 FILLER                   PIC X(046) VALUE
               ' TOTAL DO IMOBILIZADO EM USO'.
           03 WS-LT-CUSTO              PIC -ZZZZZZZZZ9.99.
           03 FILLER                   PIC X(025) VALUE SPACES.
           03 WS-LT-DEPREC             PIC -ZZZZZZZZZ9.99.
           03 WS-LT-LIQUIDO            PIC -ZZZZZZZZZ9.99.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_152'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'REGISTRO DO IMOBILIZADO DA FROTA'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ REGISTRO DO IMOBILIZADO DA FROTA ------'

           MOVE 0 TO RETURN-CODE

           SET WS-FS-VEICULOS TO 0.
           OPEN INPUT VEICULOS
           IF WS-FS-VEICULOS EQUAL 35
               DISPLAY "* ARQUIVO VEICULOS NAO EXISTE - CADASTRE A "
                   "FROTA EM EXERCICIO_073 *"
               GO TO ROT-FIM
           END-IF
           CLOSE VEICULOS

           OPEN OUTPUT RELATORIO
           MOVE 'REGISTRO DO ATIVO IMOBILIZADO - FROTA'
               TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-CABEC

      *> PRIMEIRO OS VEICULOS EM USO, DEPOIS OS VENDIDOS OU BAIXADOS.
           MOVE 'A' TO WS-BLOCO
           PERFORM 1000-IMPRIME-BLOCO THRU 1000-IMPRIME-BLOCO-FIM

           MOVE WS-VL-TOT-CUSTO   TO WS-LT-CUSTO
           MOVE WS-VL-TOT-DEPREC  TO WS-LT-DEPREC
           MOVE WS-VL-TOT-LIQUIDO TO WS-LT-LIQUIDO
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-TOTAL

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE 'VEICULOS VENDIDOS OU BAIXADOS' TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-CABEC
           MOVE 'B' TO WS-BLOCO
           PERFORM 1000-IMPRIME-BLOCO THRU 1000-IMPRIME-BLOCO-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           DISPLAY "RELATORIO GRAVADO EM imobilizado_rel."

           DISPLAY " "
           DISPLAY "VEICULOS EM USO: " WS-QTD-ATIVOS
           DISPLAY "VEICULOS VENDIDOS OU BAIXADOS: " WS-QTD-BAIXADOS
           DISPLAY "CUSTO DO IMOBILIZADO EM USO: " WS-VL-TOT-CUSTO
           DISPLAY "DEPRECIACAO ACUMULADA: " WS-VL-TOT-DEPREC
           DISPLAY "VALOR CONTABIL LIQUIDO: " WS-VL-TOT-LIQUIDO

           IF WS-QTD-NAO-LANCADAS > ZEROS
               DISPLAY "* VENDAS/BAIXAS AINDA NAO LANCADAS NO DIARIO "
                   "(EXERCICIO_151): " WS-QTD-NAO-LANCADAS " *"
           END-IF
           IF WS-QTD-SEM-CUSTO > ZEROS
               DISPLAY "*** VEICULOS SEM CUSTO DE AQUISICAO "
                   "(INFORMAR NO EXERCICIO_073): " WS-QTD-SEM-CUSTO
                   " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * UMA PASSADA NO CADASTRO PARA O     *
      * BLOCO PEDIDO ('A' EM USO, 'B'      *
      * VENDIDOS OU BAIXADOS)              *
      **************************************
      *
       1000-IMPRIME-BLOCO.
           SET WS-FS-VEICULOS TO 0.
           SET WS-EOF         TO 0.
           OPEN INPUT VEICULOS

           PERFORM UNTIL WS-EOF = 1
               READ VEICULOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-BLOCO EQUAL 'A' AND VEIC-ATIVO
                           PERFORM 1100-IMPRIME-VEICULO
                               THRU 1100-IMPRIME-VEICULO-FIM
                       END-IF
                       IF WS-BLOCO EQUAL 'B' AND NOT VEIC-ATIVO
                           PERFORM 1100-IMPRIME-VEICULO
                               THRU 1100-IMPRIME-VEICULO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VEICULOS.
       1000-IMPRIME-BLOCO-FIM.
           EXIT.
      *
       1100-IMPRIME-VEICULO.
           COMPUTE WS-VL-LIQUIDO = VEIC-VL-AQUISICAO - VEIC-DEPREC-ACUM

           MOVE VEIC-CODIGO        TO WS-LV-CODIGO
           MOVE VEIC-PLACA         TO WS-LV-PLACA
           MOVE VEIC-MODELO        TO WS-LV-MODELO
           MOVE VEIC-DT-AQUISICAO  TO WS-LV-DT-AQUISICAO
           MOVE VEIC-VL-AQUISICAO  TO WS-LV-CUSTO
           MOVE VEIC-VL-RESIDUAL   TO WS-LV-RESIDUAL
           MOVE VEIC-VIDA-UTIL     TO WS-LV-VIDA
           MOVE VEIC-MES-ULT-DEPREC TO WS-LV-MES-DEPREC
           MOVE VEIC-DEPREC-ACUM   TO WS-LV-DEPREC
           MOVE WS-VL-LIQUIDO      TO WS-LV-LIQUIDO
           MOVE SPACES             TO WS-LV-AVISO
           IF VEIC-VL-AQUISICAO NOT > ZEROS
               MOVE '*SEM CUSTO*' TO WS-LV-AVISO
               ADD 1 TO WS-QTD-SEM-CUSTO
           END-IF
           WRITE REG-RELATORIO FROM WS-LIN-VEICULO

           IF VEIC-ATIVO
               ADD 1 TO WS-QTD-ATIVOS
               ADD VEIC-VL-AQUISICAO TO WS-VL-TOT-CUSTO
               ADD VEIC-DEPREC-ACUM  TO WS-VL-TOT-DEPREC
               ADD WS-VL-LIQUIDO     TO WS-VL-TOT-LIQUIDO
               GO TO 1100-IMPRIME-VEICULO-FIM
           END-IF

           ADD 1 TO WS-QTD-BAIXADOS
           IF VEIC-VENDIDO
               MOVE 'VENDIDO' TO WS-LB-SITUACAO
           ELSE
               MOVE 'BAIXADO' TO WS-LB-SITUACAO
           END-IF
           MOVE VEIC-DT-BAIXA TO WS-LB-DT-BAIXA
           MOVE VEIC-VL-VENDA TO WS-LB-VL-VENDA
           IF VEIC-BAIXA-LANCADA EQUAL 'S'
               MOVE 'BAIXA LANCADA NO DIARIO' TO WS-LB-LANCADA
           ELSE
               MOVE '* BAIXA AINDA NAO LANCADA *' TO WS-LB-LANCADA
               ADD 1 TO WS-QTD-NAO-LANCADAS
           END-IF
           WRITE REG-RELATORIO FROM WS-LIN-BAIXA.
       1100-IMPRIME-VEICULO-FIM.
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

       END PROGRAM EXERCICIO_152.
