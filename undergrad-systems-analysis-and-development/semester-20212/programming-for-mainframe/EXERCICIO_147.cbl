      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: DEMONSTRATIVOS CONTABEIS DO MES: DRE (DEMONSTRACAO DO
      * RESULTADO) DO MES E ACUMULADA NO ANO E BALANCO PATRIMONIAL NO
      * FIM DO MES, CADA UM AO LADO DO MESMO PERIODO DO ANO ANTERIOR,
      * LENDO APENAS O HISTORICO DO BALANCETE (BALANCETE_HIST, GERADO
      * PELO EXERCICIO_089). CADA CONTA E LEVADA A LINHA DO
      * DEMONSTRATIVO CADASTRADA EM ESTRUTURA_CONTAS (EXERCICIO_144):
      * RECEITA BRUTA, DEDUCOES, CUSTO DAS VENDAS, DESPESAS
      * OPERACIONAIS E RESULTADO FINANCEIRO NA DRE, COM OS SUBTOTAIS
      * RECEITA LIQUIDA, LUCRO BRUTO, RESULTADO OPERACIONAL E
      * RESULTADO LIQUIDO; ATIVO, PASSIVO E PATRIMONIO LIQUIDO NO
      * BALANCO, QUE SOMA AINDA OS RESULTADOS ACUMULADOS DAS CONTAS DE
      * RESULTADO (O DIARIO NAO TEM LANCAMENTO DE ENCERRAMENTO) E
      * CONFERE ATIVO = PASSIVO + PATRIMONIO. CONTA COM SALDO SEM
      * LINHA DE DEMONSTRATIVO PARA A RODADA (RC 16) COM A LISTA DAS
      * EXCECOES NO RELATORIO; MES AINDA ABERTO NA CONTABILIDADE
      * (PERIODO_CHECK) SAI COMO PROVISORIO (RC 8).
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_147.
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

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\demonstrativos_rel.txt'
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

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-HIST                   PIC 99.
       77 WS-FS-ECT                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(003).
       77 WS-IDX-LIN                   PIC 9(002).
       77 WS-COL                       PIC 9(002).
       77 WS-ACHOU                     PIC X(001).
       77 WS-TEM-ECT                   PIC X(001).
       77 WS-TEM-SALDO                 PIC X(001).
       77 WS-PERIODO-RESULT            PIC X(001).
       77 WS-QTD-CONTAS                PIC 9(003) VALUE ZEROS.
       77 WS-QTD-MES                   PIC 9(005) VALUE ZEROS.
       77 WS-QTD-EXCECOES              PIC 9(005) VALUE ZEROS.
       77 WS-SINAL                     PIC S9(001).
       77 WS-VL-LIQUIDO                PIC S9(013)V9(002).
       77 WS-DESC-LINHA                PIC X(032).
       01 WS-LINHA-REL                 PIC X(132).

      *> MES PEDIDO (AAAAMM), MESMO MES DO ANO ANTERIOR E OS MESES DE
      *> JANEIRO DE CADA ANO, LIMITES DOS ACUMULADOS NO ANO.
       01 WS-MES-PEDIDO                PIC 9(006).
       01 FILLER REDEFINES WS-MES-PEDIDO.
           03 WS-ANO-PEDIDO            PIC 9(004).
           03 WS-MM-PEDIDO             PIC 9(002).
       77 WS-MES-ANO-ANT               PIC 9(006).
       77 WS-JAN-ANO                   PIC 9(006).
       77 WS-JAN-ANO-ANT               PIC 9(006).
       77 WS-DATA-PERIODO              PIC 9(008).

      *> SALDO LIQUIDO (DEBITOS - CREDITOS) DE CADA CONTA NAS SEIS
      *> COLUNAS: 1 MES, 2 MES DO ANO ANTERIOR, 3 ACUMULADO NO ANO,
      *> 4 ACUMULADO NO ANO ANTERIOR, 5 SALDO NO FIM DO MES E 6 SALDO
      *> NO FIM DO MES DO ANO ANTERIOR. OS CENTROS DE CUSTO DA MESMA
      *> CONTA SE SOMAM.
       01 WS-TAB-CONTAS.
           03 WS-CTA-ITEM OCCURS 500 TIMES.
              05 WS-CTA-CONTA          PIC X(010).
              05 WS-CTA-VL             PIC S9(013)V9(002)
                                       OCCURS 6 TIMES.

      *> LINHAS DOS DEMONSTRATIVOS, NA ORDEM DE IMPRESSAO.
       01 WS-CODIGOS-LINHA             PIC X(016)
                                       VALUE 'RBDDCVDORFATPSPL'.
       01 FILLER REDEFINES WS-CODIGOS-LINHA.
           03 WS-COD-LINHA             PIC X(002) OCCURS 8 TIMES.
       01 WS-TAB-LINHAS.
           03 WS-LIN-ITEM OCCURS 8 TIMES.
              05 WS-LIN-VL             PIC S9(013)V9(002)
                                       OCCURS 6 TIMES.

      *> SUBTOTAL CORRENTE DA DRE (CREDITOS - DEBITOS) E VALORES DA
      *> LINHA EM IMPRESSAO.
       01 WS-TAB-SUBTOTAL.
           03 WS-SUB-VL                PIC S9(013)V9(002)
                                       OCCURS 6 TIMES.
       01 WS-TAB-IMPRESSAO.
           03 WS-IMP-VL                PIC S9(013)V9(002)
                                       OCCURS 6 TIMES.
       77 WS-VL-ATIVO                  PIC S9(013)V9(002).
       77 WS-VL-ATIVO-ANT              PIC S9(013)V9(002).
       77 WS-VL-EDITADO-1              PIC -ZZZZZZZZZZZZ9.99.
       77 WS-VL-EDITADO-2              PIC -ZZZZZZZZZZZZ9.99.
       77 WS-VL-EDITADO-3              PIC -ZZZZZZZZZZZZ9.99.
       77 WS-VL-EDITADO-4              PIC -ZZZZZZZZZZZZ9.99.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_147'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'DEMONSTRATIVOS CONTABEIS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '-------- DEMONSTRATIVOS CONTABEIS --------'

           MOVE 0 TO RETURN-CODE

           DISPLAY 'INFORME O MES (AAAAMM):'
           ACCEPT WS-MES-PEDIDO
           IF WS-MM-PEDIDO < 1 OR WS-MM-PEDIDO > 12
               DISPLAY "*** MES INVALIDO ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           COMPUTE WS-MES-ANO-ANT = WS-MES-PEDIDO - 100
           COMPUTE WS-JAN-ANO = WS-ANO-PEDIDO * 100 + 1
           COMPUTE WS-JAN-ANO-ANT = WS-JAN-ANO - 100

      *> MES AINDA ABERTO: OS NUMEROS PODEM MUDAR ATE O FECHAMENTO.
           COMPUTE WS-DATA-PERIODO = WS-MES-PEDIDO * 100 + 1
           CALL 'PERIODO_CHECK' USING WS-DATA-PERIODO,
               WS-PERIODO-RESULT
           IF WS-PERIODO-RESULT NOT EQUAL 'F'
               DISPLAY "* MES " WS-MES-PEDIDO " AINDA ABERTO NA "
                   "CONTABILIDADE - DEMONSTRATIVOS PROVISORIOS *"
               MOVE 8 TO RETURN-CODE
           END-IF

           INITIALIZE WS-TAB-LINHAS

           PERFORM 1000-ACUMULA-HISTORICO
               THRU 1000-ACUMULA-HISTORICO-FIM
           IF RETURN-CODE = 16
               GO TO ROT-FIM
           END-IF

           OPEN OUTPUT RELATORIO

           PERFORM 2000-CLASSIFICA-CONTAS
               THRU 2000-CLASSIFICA-CONTAS-FIM
           IF WS-QTD-EXCECOES > 0
               CLOSE RELATORIO
               PERFORM 9700-ARQUIVA-RELATORIO
                   THRU 9700-ARQUIVA-RELATORIO-FIM
               DISPLAY "*** " WS-QTD-EXCECOES " CONTA(S) COM SALDO "
                   "SEM LINHA DE DEMONSTRATIVO - CADASTRE NO "
                   "EXERCICIO_144 (LISTA EM demonstrativos_rel) ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 3000-IMPRIME-DRE
               THRU 3000-IMPRIME-DRE-FIM
           PERFORM 4000-IMPRIME-BALANCO
               THRU 4000-IMPRIME-BALANCO-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           DISPLAY "DEMONSTRATIVOS GRAVADOS EM demonstrativos_rel."
           DISPLAY "CONTAS NOS DEMONSTRATIVOS: " WS-QTD-CONTAS.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * LE O HISTORICO DO BALANCETE ATE O  *
      * MES PEDIDO E ACUMULA O SALDO DE    *
      * CADA CONTA NAS SEIS COLUNAS        *
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

      *> A CHAVE COMECA PELO MES: PASSADO O MES PEDIDO, ACABOU.
           PERFORM UNTIL WS-EOF = 1
               READ BALANCETE_HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BAL-MES > WS-MES-PEDIDO
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 1100-ACUMULA-REGISTRO
                               THRU 1100-ACUMULA-REGISTRO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALANCETE_HIST

           IF WS-QTD-MES EQUAL ZEROS AND RETURN-CODE NOT = 16
               DISPLAY "*** MES " WS-MES-PEDIDO " NAO ESTA NO "
                   "HISTORICO - GERE O MES NO EXERCICIO_089 ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-ACUMULA-HISTORICO-FIM.
           EXIT.
      *
       1100-ACUMULA-REGISTRO.
           IF BAL-MES EQUAL WS-MES-PEDIDO
               ADD 1 TO WS-QTD-MES
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS OR WS-ACHOU = 'S'
               IF WS-CTA-CONTA(WS-IDX) EQUAL BAL-CONTA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-QTD-CONTAS NOT < 500
                   DISPLAY "*** TABELA DE CONTAS CHEIA - AUMENTE O "
                       "OCCURS E REPROCESSE ***"
                   MOVE 16 TO RETURN-CODE
                   MOVE 1 TO WS-EOF
                   GO TO 1100-ACUMULA-REGISTRO-FIM
               END-IF
               ADD 1 TO WS-QTD-CONTAS
               MOVE WS-QTD-CONTAS TO WS-IDX
               INITIALIZE WS-CTA-ITEM(WS-IDX)
               MOVE BAL-CONTA TO WS-CTA-CONTA(WS-IDX)
           END-IF

           COMPUTE WS-VL-LIQUIDO = BAL-VL-DEBITOS - BAL-VL-CREDITOS

           IF BAL-MES EQUAL WS-MES-PEDIDO
               ADD WS-VL-LIQUIDO TO WS-CTA-VL(WS-IDX, 1)
           END-IF
           IF BAL-MES EQUAL WS-MES-ANO-ANT
               ADD WS-VL-LIQUIDO TO WS-CTA-VL(WS-IDX, 2)
           END-IF
           IF BAL-MES NOT < WS-JAN-ANO
               ADD WS-VL-LIQUIDO TO WS-CTA-VL(WS-IDX, 3)
           END-IF
           IF BAL-MES NOT < WS-JAN-ANO-ANT AND
               BAL-MES NOT > WS-MES-ANO-ANT
               ADD WS-VL-LIQUIDO TO WS-CTA-VL(WS-IDX, 4)
           END-IF
           ADD WS-VL-LIQUIDO TO WS-CTA-VL(WS-IDX, 5)
           IF BAL-MES NOT > WS-MES-ANO-ANT
               ADD WS-VL-LIQUIDO TO WS-CTA-VL(WS-IDX, 6)
           END-IF.
       1100-ACUMULA-REGISTRO-FIM.
           EXIT.
      *
      **************************************
      * LEVA CADA CONTA A SUA LINHA DE     *
      * DEMONSTRATIVO; CONTA COM SALDO SEM *
      * LINHA VAI PARA A LISTA DE EXCECOES *
      **************************************
      *
       2000-CLASSIFICA-CONTAS.
           SET WS-FS-ECT TO 0.
           MOVE 'S' TO WS-TEM-ECT
           OPEN INPUT ESTRUTURA_CONTAS
           IF WS-FS-ECT EQUAL 35
               DISPLAY "* ARQUIVO ESTRUTURA_CONTAS NAO EXISTE *"
               MOVE 'N' TO WS-TEM-ECT
           END-IF

           PERFORM 2100-CLASSIFICA-CONTA
               THRU 2100-CLASSIFICA-CONTA-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS

           IF WS-TEM-ECT EQUAL 'S'
               CLOSE ESTRUTURA_CONTAS
           END-IF.
       2000-CLASSIFICA-CONTAS-FIM.
           EXIT.
      *
       2100-CLASSIFICA-CONTA.
           MOVE 'N' TO WS-TEM-SALDO
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
               IF WS-CTA-VL(WS-IDX, WS-COL) NOT = ZEROS
                   MOVE 'S' TO WS-TEM-SALDO
               END-IF
           END-PERFORM
           IF WS-TEM-SALDO EQUAL 'N'
               GO TO 2100-CLASSIFICA-CONTA-FIM
           END-IF

           MOVE SPACES TO ECT-LINHA-DEMO
           IF WS-TEM-ECT EQUAL 'S'
               MOVE WS-CTA-CONTA(WS-IDX) TO ECT-CONTA
               READ ESTRUTURA_CONTAS
                   INVALID KEY
                       MOVE SPACES TO ECT-LINHA-DEMO
               END-READ
           END-IF

           MOVE ZEROS TO WS-IDX-LIN
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
               IF WS-COD-LINHA(WS-COL) EQUAL ECT-LINHA-DEMO
                   MOVE WS-COL TO WS-IDX-LIN
               END-IF
           END-PERFORM

           IF WS-IDX-LIN EQUAL ZEROS
               ADD 1 TO WS-QTD-EXCECOES
               MOVE WS-CTA-VL(WS-IDX, 5) TO WS-VL-EDITADO-1
               MOVE SPACES TO WS-LINHA-REL
               STRING ' *** CONTA SEM LINHA DE DEMONSTRATIVO: '
                   DELIMITED BY SIZE
                   WS-CTA-CONTA(WS-IDX) DELIMITED BY SIZE
                   ' SALDO NO FIM DO MES ' DELIMITED BY SIZE
                   WS-VL-EDITADO-1 DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
               DISPLAY WS-LINHA-REL
               GO TO 2100-CLASSIFICA-CONTA-FIM
           END-IF

           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
               ADD WS-CTA-VL(WS-IDX, WS-COL)
                   TO WS-LIN-VL(WS-IDX-LIN, WS-COL)
           END-PERFORM.
       2100-CLASSIFICA-CONTA-FIM.
           EXIT.
      *
      **************************************
      * DRE: MES E ACUMULADO NO ANO, COM O *
      * ANO ANTERIOR, E OS SUBTOTAIS       *
      **************************************
      *
       3000-IMPRIME-DRE.
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DEMONSTRACAO DO RESULTADO   MES: '
               DELIMITED BY SIZE
               WS-MES-PEDIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF RETURN-CODE = 8
               MOVE '(PROVISORIO)' TO WS-LINHA-REL(41:12)
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING '                                '
               DELIMITED BY SIZE
               '               MES' DELIMITED BY SIZE
               '    MES ANO ANTER.' DELIMITED BY SIZE
               '     ACUMULADO ANO' DELIMITED BY SIZE
               '    ACUM. ANO ANT.' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

      *> RECEITAS E RESULTADO FINANCEIRO SAEM COMO CREDITOS - DEBITOS;
      *> DEDUCOES, CUSTOS E DESPESAS COMO DEBITOS - CREDITOS. O
      *> SUBTOTAL E SEMPRE CREDITOS - DEBITOS DAS LINHAS JA IMPRESSAS.
           INITIALIZE WS-TAB-SUBTOTAL

           MOVE 1 TO WS-IDX-LIN
           MOVE -1 TO WS-SINAL
           MOVE 'RECEITA BRUTA' TO WS-DESC-LINHA
           PERFORM 3100-LINHA-DRE THRU 3100-LINHA-DRE-FIM

           MOVE 2 TO WS-IDX-LIN
           MOVE 1 TO WS-SINAL
           MOVE '(-) DEDUCOES DA RECEITA' TO WS-DESC-LINHA
           PERFORM 3100-LINHA-DRE THRU 3100-LINHA-DRE-FIM

           MOVE '= RECEITA LIQUIDA' TO WS-DESC-LINHA
           PERFORM 3200-SUBTOTAL-DRE THRU 3200-SUBTOTAL-DRE-FIM

           MOVE 3 TO WS-IDX-LIN
           MOVE 1 TO WS-SINAL
           MOVE '(-) CUSTO DAS VENDAS' TO WS-DESC-LINHA
           PERFORM 3100-LINHA-DRE THRU 3100-LINHA-DRE-FIM

           MOVE '= LUCRO BRUTO' TO WS-DESC-LINHA
           PERFORM 3200-SUBTOTAL-DRE THRU 3200-SUBTOTAL-DRE-FIM

           MOVE 4 TO WS-IDX-LIN
           MOVE 1 TO WS-SINAL
           MOVE '(-) DESPESAS OPERACIONAIS' TO WS-DESC-LINHA
           PERFORM 3100-LINHA-DRE THRU 3100-LINHA-DRE-FIM

           MOVE '= RESULTADO OPERACIONAL' TO WS-DESC-LINHA
           PERFORM 3200-SUBTOTAL-DRE THRU 3200-SUBTOTAL-DRE-FIM

           MOVE 5 TO WS-IDX-LIN
           MOVE -1 TO WS-SINAL
           MOVE '(+/-) RESULTADO FINANCEIRO' TO WS-DESC-LINHA
           PERFORM 3100-LINHA-DRE THRU 3100-LINHA-DRE-FIM

           MOVE '= RESULTADO LIQUIDO' TO WS-DESC-LINHA
           PERFORM 3200-SUBTOTAL-DRE THRU 3200-SUBTOTAL-DRE-FIM

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       3000-IMPRIME-DRE-FIM.
           EXIT.
      *
       3100-LINHA-DRE.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               COMPUTE WS-IMP-VL(WS-COL) =
                   WS-SINAL * WS-LIN-VL(WS-IDX-LIN, WS-COL)
               SUBTRACT WS-LIN-VL(WS-IDX-LIN, WS-COL)
                   FROM WS-SUB-VL(WS-COL)
           END-PERFORM
           PERFORM 3900-GRAVA-LINHA-DRE THRU 3900-GRAVA-LINHA-DRE-FIM.
       3100-LINHA-DRE-FIM.
           EXIT.
      *
       3200-SUBTOTAL-DRE.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE WS-SUB-VL(WS-COL) TO WS-IMP-VL(WS-COL)
           END-PERFORM
           PERFORM 3900-GRAVA-LINHA-DRE THRU 3900-GRAVA-LINHA-DRE-FIM.
       3200-SUBTOTAL-DRE-FIM.
           EXIT.
      *
       3900-GRAVA-LINHA-DRE.
           MOVE WS-IMP-VL(1) TO WS-VL-EDITADO-1
           MOVE WS-IMP-VL(2) TO WS-VL-EDITADO-2
           MOVE WS-IMP-VL(3) TO WS-VL-EDITADO-3
           MOVE WS-IMP-VL(4) TO WS-VL-EDITADO-4
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-DESC-LINHA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-EDITADO-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-EDITADO-2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-EDITADO-3 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-EDITADO-4 DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       3900-GRAVA-LINHA-DRE-FIM.
           EXIT.
      *
      **************************************
      * BALANCO NO FIM DO MES E NO FIM DO  *
      * MESMO MES DO ANO ANTERIOR          *
      **************************************
      *
       4000-IMPRIME-BALANCO.
           MOVE SPACES TO WS-LINHA-REL
           STRING 'BALANCO PATRIMONIAL   FIM DO MES: '
               DELIMITED BY SIZE
               WS-MES-PEDIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF RETURN-CODE = 8
               MOVE '(PROVISORIO)' TO WS-LINHA-REL(42:12)
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING '                                '
               DELIMITED BY SIZE
               '        FIM DO MES' DELIMITED BY SIZE
               '    MES ANO ANTER.' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

      *> O ATIVO SAI COMO DEBITOS - CREDITOS; PASSIVO, PATRIMONIO E
      *> RESULTADOS ACUMULADOS COMO CREDITOS - DEBITOS.
           MOVE WS-LIN-VL(6, 5) TO WS-VL-ATIVO
           MOVE WS-LIN-VL(6, 6) TO WS-VL-ATIVO-ANT
           MOVE WS-VL-ATIVO     TO WS-IMP-VL(5)
           MOVE WS-VL-ATIVO-ANT TO WS-IMP-VL(6)
           MOVE 'ATIVO' TO WS-DESC-LINHA
           PERFORM 4900-GRAVA-LINHA-BAL THRU 4900-GRAVA-LINHA-BAL-FIM

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           INITIALIZE WS-TAB-SUBTOTAL

           MOVE 7 TO WS-IDX-LIN
           MOVE 'PASSIVO' TO WS-DESC-LINHA
           PERFORM 4100-LINHA-BALANCO THRU 4100-LINHA-BALANCO-FIM

           MOVE 8 TO WS-IDX-LIN
           MOVE 'PATRIMONIO LIQUIDO' TO WS-DESC-LINHA
           PERFORM 4100-LINHA-BALANCO THRU 4100-LINHA-BALANCO-FIM

           PERFORM VARYING WS-COL FROM 5 BY 1 UNTIL WS-COL > 6
               COMPUTE WS-IMP-VL(WS-COL) = ZEROS
                   - WS-LIN-VL(1, WS-COL) - WS-LIN-VL(2, WS-COL)
                   - WS-LIN-VL(3, WS-COL) - WS-LIN-VL(4, WS-COL)
                   - WS-LIN-VL(5, WS-COL)
               ADD WS-IMP-VL(WS-COL) TO WS-SUB-VL(WS-COL)
           END-PERFORM
           MOVE 'RESULTADOS ACUMULADOS' TO WS-DESC-LINHA
           PERFORM 4900-GRAVA-LINHA-BAL THRU 4900-GRAVA-LINHA-BAL-FIM

           MOVE WS-SUB-VL(5) TO WS-IMP-VL(5)
           MOVE WS-SUB-VL(6) TO WS-IMP-VL(6)
           MOVE '= PASSIVO + PATRIMONIO LIQUIDO' TO WS-DESC-LINHA
           PERFORM 4900-GRAVA-LINHA-BAL THRU 4900-GRAVA-LINHA-BAL-FIM

           IF WS-VL-ATIVO NOT = WS-SUB-VL(5) OR
               WS-VL-ATIVO-ANT NOT = WS-SUB-VL(6)
               MOVE SPACES TO WS-LINHA-REL
               MOVE ' *** BALANCO NAO FECHA: ATIVO DIFERENTE DE '
                   TO WS-LINHA-REL
               MOVE 'PASSIVO + PATRIMONIO ***' TO WS-LINHA-REL(45:24)
               WRITE REG-RELATORIO FROM WS-LINHA-REL
               DISPLAY "*** BALANCO NAO FECHA: ATIVO DIFERENTE DE "
                   "PASSIVO + PATRIMONIO ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCO FECHADO: ATIVO = PASSIVO + "
                   "PATRIMONIO."
           END-IF.
       4000-IMPRIME-BALANCO-FIM.
           EXIT.
      *
       4100-LINHA-BALANCO.
           PERFORM VARYING WS-COL FROM 5 BY 1 UNTIL WS-COL > 6
               COMPUTE WS-IMP-VL(WS-COL) =
                   ZEROS - WS-LIN-VL(WS-IDX-LIN, WS-COL)
               ADD WS-IMP-VL(WS-COL) TO WS-SUB-VL(WS-COL)
           END-PERFORM
           PERFORM 4900-GRAVA-LINHA-BAL THRU 4900-GRAVA-LINHA-BAL-FIM.
       4100-LINHA-BALANCO-FIM.
           EXIT.
      *
       4900-GRAVA-LINHA-BAL.
           MOVE WS-IMP-VL(5) TO WS-VL-EDITADO-1
           MOVE WS-IMP-VL(6) TO WS-VL-EDITADO-2
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-DESC-LINHA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-EDITADO-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-EDITADO-2 DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       4900-GRAVA-LINHA-BAL-FIM.
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

       END PROGRAM EXERCICIO_147.
