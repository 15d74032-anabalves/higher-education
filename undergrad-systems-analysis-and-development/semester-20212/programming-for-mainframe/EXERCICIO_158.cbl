      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: INFORME ANUAL DAS RETENCOES NA FONTE POR FORNECEDOR
      * E MES, BASE DA DECLARACAO ANUAL DE RETENCOES: LE O REGISTRO
      * DE RETENCOES (ARQUIVO RETENCOES, GRAVADO NO PAGAMENTO -
      * EXERCICIO_062 - E NA CONFIRMACAO DO BORDERO - EXERCICIO_091)
      * DO ANO INFORMADO, ACUMULA EM MEMORIA A BASE E O VALOR RETIDO
      * DE IRRF, ISS E INSS POR FORNECEDOR E MES DO PAGAMENTO E
      * IMPRIME, ORDENADO POR FORNECEDOR (COM NOME E CNPJ/CPF DO
      * CADASTRO) E MES, COM TOTAL POR FORNECEDOR E TOTAL GERAL.
      * RELATORIO EM retencoes_anual_rel.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_158.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\retencoes.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RET.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\retencoes_anual_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD RETENCOES.
       01 REG-RETENCAO.
           COPY RETENCAO.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-RET                    PIC 99.
       77 WS-FS-FORN                   PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-ANO-INFORME               PIC 9(004).
       77 WS-IDX                       PIC 9(004).
       77 WS-IDX2                      PIC 9(004).
       77 WS-IDX-RET                   PIC 9(001).
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DO-ANO                PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORA                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORNECEDORES          PIC 9(005) VALUE ZEROS.
       77 WS-FORN-ANTERIOR             PIC 9(005).
       77 WS-NOME-FORN                 PIC X(020).
       77 WS-CNPJ-FORN                 PIC 9(014).
       01 WS-LINHA-REL                 PIC X(132).

      *> ANO E MES DO PAGAMENTO EM EXAME.
       01 WS-DATA-REGISTRO             PIC 9(008).
       01 FILLER REDEFINES WS-DATA-REGISTRO.
           03 WS-ANO-REGISTRO          PIC 9(004).
           03 WS-MES-REGISTRO          PIC 9(002).
           03 FILLER                   PIC 9(002).

      *> ACUMULADO POR FORNECEDOR E MES, NA ORDEM DE RETCALC.CPY
      *> (1 = IRRF, 2 = ISS, 3 = INSS); ORDENADO EM MEMORIA PELA
      *> CHAVE (TROCA SIMPLES, COMO NA PROPOSTA DE EXERCICIO_091).
       01 WS-TAB-RETENCOES.
           03 WS-TRE-ITEM OCCURS 999 TIMES.
              05 WS-TRE-CHAVE.
                 07 WS-TRE-FORNECEDOR  PIC 9(005).
                 07 WS-TRE-MES         PIC 9(002).
              05 WS-TRE-IMPOSTO OCCURS 3 TIMES.
                 07 WS-TRE-VL-BASE     PIC S9(013)V9(002).
                 07 WS-TRE-VL-RETIDO   PIC S9(013)V9(002).
       77 WS-QTD-TAB                   PIC 9(003) VALUE ZEROS.
       01 WS-TRE-TROCA                 PIC X(097).

      *> TOTAIS DO FORNECEDOR E GERAL, NA MESMA ORDEM DOS IMPOSTOS.
       01 WS-TOT-FORNECEDOR.
           03 WS-TF-IMPOSTO OCCURS 3 TIMES.
              05 WS-TF-VL-BASE         PIC S9(013)V9(002).
              05 WS-TF-VL-RETIDO       PIC S9(013)V9(002).
       01 WS-TOT-GERAL.
           03 WS-TG-IMPOSTO OCCURS 3 TIMES.
              05 WS-TG-VL-BASE         PIC S9(013)V9(002).
              05 WS-TG-VL-RETIDO       PIC S9(013)V9(002).

      *> CABECALHO DAS COLUNAS, ALINHADO COM A LINHA DE DETALHE.
       01 WS-LIN-CABEC.
           03 FILLER                   PIC X(038) VALUE
               ' MES/ANO      BASE IRRF    IRRF RETIDO'.
           03 FILLER                   PIC X(030) VALUE
               '       BASE ISS     ISS RETIDO'.
           03 FILLER                   PIC X(030) VALUE
               '      BASE INSS    INSS RETIDO'.

      *> LINHA DE UM MES (OU DO TOTAL, COM O ROTULO NO LUGAR DO MES).
       01 WS-LIN-MES.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LM-ROTULO.
              05 WS-LM-MES             PIC 9(002).
              05 FILLER                PIC X(001) VALUE '/'.
              05 WS-LM-ANO             PIC 9(004).
           03 WS-LM-IMPOSTO OCCURS 3 TIMES.
              05 WS-LM-VL-BASE         PIC -ZZZZZZZZZZ9.99.
              05 WS-LM-VL-RETIDO       PIC -ZZZZZZZZZZ9.99.
           03 FILLER                   PIC X(034) VALUE SPACES.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_158'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'INFORME ANUAL DE RETENCOES NA FONTE'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- INFORME ANUAL DE RETENCOES NA FONTE ----'

           MOVE 0 TO RETURN-CODE

           DISPLAY 'INFORME O ANO (AAAA):'
           ACCEPT WS-ANO-INFORME

           SET WS-FS-RET TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT RETENCOES
           IF WS-FS-RET EQUAL 35
               DISPLAY "* ARQUIVO RETENCOES NAO EXISTE - NENHUMA "
                   "RETENCAO REGISTRADA (EXERCICIO_062/091) *"
               GO TO ROT-FIM
           END-IF

           INITIALIZE WS-TAB-RETENCOES
           PERFORM UNTIL WS-EOF = 1
               READ RETENCOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 1000-ACUMULA-RETENCAO
                           THRU 1000-ACUMULA-RETENCAO-FIM
               END-READ
           END-PERFORM
           CLOSE RETENCOES

           PERFORM 2000-ORDENA-TABELA THRU 2000-ORDENA-TABELA-FIM

           SET WS-FS-FORN TO 0.
           OPEN INPUT FORNECEDORES

           OPEN OUTPUT RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'INFORME ANUAL DE RETENCOES NA FONTE POR FORNECEDOR '
               DELIMITED BY SIZE
               '- ANO ' DELIMITED BY SIZE
               WS-ANO-INFORME DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-CABEC

           INITIALIZE WS-TOT-GERAL
           MOVE ZEROS TO WS-FORN-ANTERIOR
           PERFORM 3000-IMPRIME-MES THRU 3000-IMPRIME-MES-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-TAB
           IF WS-QTD-TAB > ZEROS
               PERFORM 3100-TOTAL-FORNECEDOR
                   THRU 3100-TOTAL-FORNECEDOR-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE 'TOTAL' TO WS-LM-ROTULO
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               MOVE WS-TG-VL-BASE(WS-IDX-RET)
                   TO WS-LM-VL-BASE(WS-IDX-RET)
               MOVE WS-TG-VL-RETIDO(WS-IDX-RET)
                   TO WS-LM-VL-RETIDO(WS-IDX-RET)
           END-PERFORM
           MOVE ' TOTAL GERAL DO ANO' TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LIN-MES

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           IF WS-FS-FORN NOT EQUAL 35
               CLOSE FORNECEDORES
           END-IF
           DISPLAY "RELATORIO GRAVADO EM retencoes_anual_rel."

           DISPLAY " "
           DISPLAY "REGISTROS DE RETENCAO LIDOS: " WS-QTD-LIDOS
           DISPLAY "RETENCOES DO ANO: " WS-QTD-DO-ANO
           DISPLAY "FORNECEDORES COM RETENCAO: " WS-QTD-FORNECEDORES
           DISPLAY "IRRF RETIDO NO ANO: " WS-TG-VL-RETIDO(1)
           DISPLAY "ISS RETIDO NO ANO: " WS-TG-VL-RETIDO(2)
           DISPLAY "INSS RETIDO NO ANO: " WS-TG-VL-RETIDO(3)
           IF WS-QTD-FORA > ZEROS
               DISPLAY "* " WS-QTD-FORA " RETENCOES FORA DO INFORME - "
                   "TABELA CHEIA (999 FORNECEDOR/MES) *"
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * SOMA UMA RETENCAO DO ANO NA LINHA  *
      * DO FORNECEDOR E MES DO PAGAMENTO   *
      **************************************
      *
       1000-ACUMULA-RETENCAO.
           MOVE RET-DT-PAGAMENTO TO WS-DATA-REGISTRO
           IF WS-ANO-REGISTRO NOT EQUAL WS-ANO-INFORME
               GO TO 1000-ACUMULA-RETENCAO-FIM
           END-IF

           EVALUATE RET-COD-RETENCAO
               WHEN 'IRRF'
                   MOVE 1 TO WS-IDX-RET
               WHEN 'ISS'
                   MOVE 2 TO WS-IDX-RET
               WHEN 'INSS'
                   MOVE 3 TO WS-IDX-RET
               WHEN OTHER
                   DISPLAY "* RETENCAO " RET-COD-RETENCAO
                       " DESCONHECIDA NO TITULO " RET-NR-TITULO
                       " - IGNORADA *"
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-ACUMULA-RETENCAO-FIM
           END-EVALUATE
           ADD 1 TO WS-QTD-DO-ANO

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-TAB
               OR (WS-TRE-FORNECEDOR(WS-IDX) = RET-COD-FORNECEDOR
               AND WS-TRE-MES(WS-IDX) = WS-MES-REGISTRO)
               CONTINUE
           END-PERFORM

           IF WS-IDX > WS-QTD-TAB
               IF WS-QTD-TAB NOT < 999
                   ADD 1 TO WS-QTD-FORA
                   GO TO 1000-ACUMULA-RETENCAO-FIM
               END-IF
               ADD 1 TO WS-QTD-TAB
               MOVE WS-QTD-TAB TO WS-IDX
               MOVE RET-COD-FORNECEDOR TO WS-TRE-FORNECEDOR(WS-IDX)
               MOVE WS-MES-REGISTRO    TO WS-TRE-MES(WS-IDX)
           END-IF

           ADD RET-VL-BASE   TO WS-TRE-VL-BASE(WS-IDX, WS-IDX-RET)
           ADD RET-VL-RETIDO TO WS-TRE-VL-RETIDO(WS-IDX, WS-IDX-RET).
       1000-ACUMULA-RETENCAO-FIM.
           EXIT.
      *
       2000-ORDENA-TABELA.
           IF WS-QTD-TAB > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TAB - 1
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTD-TAB - WS-IDX
                       IF WS-TRE-CHAVE(WS-IDX2) >
                           WS-TRE-CHAVE(WS-IDX2 + 1)
                           MOVE WS-TRE-ITEM(WS-IDX2)
                               TO WS-TRE-TROCA
                           MOVE WS-TRE-ITEM(WS-IDX2 + 1)
                               TO WS-TRE-ITEM(WS-IDX2)
                           MOVE WS-TRE-TROCA
                               TO WS-TRE-ITEM(WS-IDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       2000-ORDENA-TABELA-FIM.
           EXIT.
      *
      **************************************
      * LINHA DE UM MES, COM QUEBRA E      *
      * TOTAL POR FORNECEDOR               *
      **************************************
      *
       3000-IMPRIME-MES.
           IF WS-TRE-FORNECEDOR(WS-IDX) NOT EQUAL WS-FORN-ANTERIOR
               IF WS-FORN-ANTERIOR > ZEROS
                   PERFORM 3100-TOTAL-FORNECEDOR
                       THRU 3100-TOTAL-FORNECEDOR-FIM
               END-IF
               MOVE WS-TRE-FORNECEDOR(WS-IDX) TO WS-FORN-ANTERIOR
               INITIALIZE WS-TOT-FORNECEDOR
               ADD 1 TO WS-QTD-FORNECEDORES
               PERFORM 3200-LE-FORNECEDOR THRU 3200-LE-FORNECEDOR-FIM
               MOVE SPACES TO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
               STRING ' ---- FORNECEDOR ' DELIMITED BY SIZE
                   WS-FORN-ANTERIOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOME-FORN DELIMITED BY SIZE
                   ' CNPJ/CPF ' DELIMITED BY SIZE
                   WS-CNPJ-FORN DELIMITED BY SIZE
                   ' ----' DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
           END-IF

           MOVE WS-TRE-MES(WS-IDX) TO WS-LM-MES
           MOVE '/'                TO WS-LM-ROTULO(3:1)
           MOVE WS-ANO-INFORME     TO WS-LM-ANO
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               MOVE WS-TRE-VL-BASE(WS-IDX, WS-IDX-RET)
                   TO WS-LM-VL-BASE(WS-IDX-RET)
               MOVE WS-TRE-VL-RETIDO(WS-IDX, WS-IDX-RET)
                   TO WS-LM-VL-RETIDO(WS-IDX-RET)
               ADD WS-TRE-VL-BASE(WS-IDX, WS-IDX-RET)
                   TO WS-TF-VL-BASE(WS-IDX-RET)
               ADD WS-TRE-VL-RETIDO(WS-IDX, WS-IDX-RET)
                   TO WS-TF-VL-RETIDO(WS-IDX-RET)
           END-PERFORM
           WRITE REG-RELATORIO FROM WS-LIN-MES.
       3000-IMPRIME-MES-FIM.
           EXIT.
      *
       3100-TOTAL-FORNECEDOR.
           MOVE 'TOTAL' TO WS-LM-ROTULO
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1 UNTIL WS-IDX-RET > 3
               MOVE WS-TF-VL-BASE(WS-IDX-RET)
                   TO WS-LM-VL-BASE(WS-IDX-RET)
               MOVE WS-TF-VL-RETIDO(WS-IDX-RET)
                   TO WS-LM-VL-RETIDO(WS-IDX-RET)
               ADD WS-TF-VL-BASE(WS-IDX-RET)
                   TO WS-TG-VL-BASE(WS-IDX-RET)
               ADD WS-TF-VL-RETIDO(WS-IDX-RET)
                   TO WS-TG-VL-RETIDO(WS-IDX-RET)
           END-PERFORM
           WRITE REG-RELATORIO FROM WS-LIN-MES.
       3100-TOTAL-FORNECEDOR-FIM.
           EXIT.
      *
       3200-LE-FORNECEDOR.
           MOVE SPACES TO WS-NOME-FORN
           MOVE ZEROS  TO WS-CNPJ-FORN
           IF WS-FS-FORN NOT EQUAL 35
               MOVE WS-FORN-ANTERIOR TO FORN-COD-FORNECEDOR
               READ FORNECEDORES
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO WS-NOME-FORN
                   NOT INVALID KEY
                       MOVE FORN-NOME-FORNECEDOR TO WS-NOME-FORN
                       MOVE FORN-CNPJ-CPF        TO WS-CNPJ-FORN
               END-READ
           END-IF.
       3200-LE-FORNECEDOR-FIM.
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

       END PROGRAM EXERCICIO_158.
