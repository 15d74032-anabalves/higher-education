      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE ESTOQUE PARADO E CAPITAL EMPATADO: PARA
      * CADA PRODUTO E DEPOSITO COM SALDO EM ESTOQUE_DEP, ACHA A DATA
      * DA ULTIMA SAIDA (SAIDA-VENDA) NO RAZAO DE ESTOQUE
      * (MOVTO_ESTOQUE) E, QUANDO ALGUM SALDO NAO TEM SAIDA NO RAZAO
      * CORRENTE, TAMBEM NO HISTORICO ARQUIVADO (MOVTO_ESTOQUE_HIST,
      * EXERCICIO_101). TRANSFERENCIA, REBALANCEAMENTO, INVENTARIO E
      * DEVOLUCAO NAO CONTAM COMO SAIDA. O QUE ESTA HA 90 DIAS OU MAIS
      * SEM SAIDA (OU NUNCA TEVE) ENTRA NAS FAIXAS 90/180/365+,
      * VALORIZADO PELO CUSTO-MEDIO-PRODUTO, COM A DATA DA ULTIMA
      * COMPRA RECEBIDA E O FORNECEDOR (PEDIDOS_COMPRA; SEM COMPRA
      * RECEBIDA, O FORNECEDOR DO CADASTRO). O RELATORIO
      * (estoque_parado_rel) TRAZ OS TOTAIS POR FAIXA E POR
      * FORNECEDOR. OPCIONALMENTE (CARTAO OU PERGUNTA) GRAVA
      * REMARCACAO_SUG COM UMA SUGESTAO DE REMARCACAO POR PRODUTO
      * PARADO, PELOS PERCENTUAIS DOS PARAMETROS REMARC-090,
      * REMARC-180 E REMARC-365, PARA O REAJUSTE DE PRECOS EM MASSA
      * (EXERCICIO_059) APLICAR. A CURVA ABC (EXERCICIO_097) CONTINUA
      * MOSTRANDO O QUE MAIS VENDE.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_173.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO DE PARAMETROS (ESTILO SYSIN): QUANDO EXISTE, O LOTE
      *> RODA SEM TECLADO NA JANELA NOTURNA.
           SELECT CARTAO_PARAM ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\exercicio_173_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT MOVTO_ESTOQUE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\movto_estoque.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOVTO.

           SELECT MOVTO_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\movto_estoque_hist.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT ESTOQUE_DEP ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estoque_dep.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESTDEP-CHAVE
           FILE STATUS IS WS-FS-ESTDEP.

           SELECT PEDIDOS_COMPRA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_compra.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PC-NR-PEDIDO
           FILE STATUS IS WS-FS-PC.

           SELECT REMARCACAO_SUG ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\remarcacao_sug.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SUG.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estoque_parado_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
           03 CARD-GERA-SUGESTAO       PIC X(001).

       FD MOVTO_ESTOQUE.
       01 REG-MOVTO-ESTOQUE.
           COPY MOVTO.

       FD MOVTO_HIST.
       01 REG-MOVTO-HIST.
           03 HMOV-COD-PRODUTO      PIC 9(03).
           03 HMOV-QTDE-DELTA       PIC S9(09).
           03 HMOV-MOTIVO           PIC X(20).
           03 HMOV-DATA             PIC 9(08).
           03 HMOV-DEPOSITO         PIC 9(02).

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD ESTOQUE_DEP.
       01 REG-ESTOQUE-DEP.
           03 ESTDEP-CHAVE.
              05 ESTDEP-COD-PRODUTO   PIC 9(03).
              05 ESTDEP-COD-DEPOSITO  PIC 9(02).
           03 ESTDEP-QTDE             PIC 9(09).

       FD PEDIDOS_COMPRA.
       01 REG-PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD REMARCACAO_SUG.
       01 REG-REMARCACAO-SUG.
           COPY REMARCA.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-MOVTO                  PIC 99.
       77 WS-FS-HIST                   PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-ESTDEP                 PIC 99.
       77 WS-FS-PC                     PIC 99.
       77 WS-FS-SUG                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-GERA-SUGESTAO             PIC X(001).
       77 WS-PRECISA-HIST              PIC X(001).
       77 WS-PROD                      PIC 9(003).
       77 WS-DEP                       PIC 9(002).
       77 WS-DEP-MAX                   PIC 9(002) VALUE 10.
       77 WS-IX                        PIC 9(003).

      *> PERCENTUAIS DE REMARCACAO POR FAIXA, LIDOS DE PARAMETROS SO
      *> QUANDO AS SUGESTOES SAO PEDIDAS.
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).
       01 WS-TAB-PCT-REMARC.
           03 WS-PCT-REMARC OCCURS 3 TIMES PIC 9(003)V9(002).

      *> ULTIMA SAIDA POR PRODUTO (EM QUALQUER DEPOSITO) E POR
      *> PRODUTO E DEPOSITO (ATE 10 DEPOSITOS, COMO NO REBALANCEAMENTO).
       01 WS-TAB-SAIDA.
           03 WS-SAI-PRODUTO OCCURS 999 TIMES.
              05 WS-SAI-ULT-PRODUTO    PIC 9(008).
              05 WS-SAI-ULT-DEP OCCURS 10 TIMES PIC 9(008).

      *> PRODUTO E PAR PRODUTO/DEPOSITO COM SALDO EM ESTOQUE_DEP.
       01 WS-TAB-SALDO.
           03 WS-SLD-PRODUTO OCCURS 999 TIMES.
              05 WS-SLD-TEM            PIC X(001).
              05 WS-SLD-DEP OCCURS 10 TIMES PIC X(001).

      *> ULTIMA COMPRA RECEBIDA POR PRODUTO E O FORNECEDOR DELA.
       01 WS-TAB-COMPRA.
           03 WS-CPR-PRODUTO OCCURS 999 TIMES.
              05 WS-CPR-DATA           PIC 9(008).
              05 WS-CPR-FORNECEDOR     PIC 9(005).

      *> TOTAIS POR FAIXA: 1 = 90 A 179 DIAS, 2 = 180 A 364 DIAS,
      *> 3 = 365 DIAS OU MAIS (OU NUNCA TEVE SAIDA).
       01 WS-TAB-FAIXA.
           03 WS-FX OCCURS 3 TIMES.
              05 WS-FX-ITENS           PIC 9(006).
              05 WS-FX-QTDE            PIC 9(013).
              05 WS-FX-VALOR           PIC 9(013)V9(002).
       01 WS-TAB-NOME-FAIXA.
           03 FILLER                   PIC X(008) VALUE '90-179  '.
           03 FILLER                   PIC X(008) VALUE '180-364 '.
           03 FILLER                   PIC X(008) VALUE '365+    '.
       01 FILLER REDEFINES WS-TAB-NOME-FAIXA.
           03 WS-NOME-FAIXA OCCURS 3 TIMES PIC X(008).
       01 WS-TAB-CODIGO-FAIXA.
           03 FILLER                   PIC X(003) VALUE '090'.
           03 FILLER                   PIC X(003) VALUE '180'.
           03 FILLER                   PIC X(003) VALUE '365'.
       01 FILLER REDEFINES WS-TAB-CODIGO-FAIXA.
           03 WS-CODIGO-FAIXA OCCURS 3 TIMES PIC X(003).

      *> TOTAIS POR FORNECEDOR, NA ORDEM EM QUE APARECEM.
       77 WS-QTD-FORNEC                PIC 9(003) VALUE ZEROS.
       01 WS-TAB-FORNEC.
           03 WS-TF OCCURS 999 TIMES.
              05 WS-TF-COD             PIC 9(005).
              05 WS-TF-ITENS           PIC 9(006).
              05 WS-TF-VALOR           PIC 9(013)V9(002).

      *> AVALIACAO DE UM SALDO.
       77 WS-ULT-SAIDA                 PIC 9(008).
       77 WS-DIAS-SEM-SAIDA            PIC 9(005).
       77 WS-FAIXA                     PIC 9(001).
       77 WS-FORNEC                    PIC 9(005).
       77 WS-VL-SALDO                  PIC 9(013)V9(002).
       77 WS-PRECO-SUGERIDO            PIC 9(007)V9(002).

      *> TOTAIS DE CONTROLE: TODO SALDO LIDO CAI EM EXATAMENTE UM
      *> DESTINO.
       77 WS-QTD-MOV-LIDOS             PIC 9(008) VALUE ZEROS.
       77 WS-QTD-HIST-LIDOS            PIC 9(008) VALUE ZEROS.
       77 WS-QTD-SALDOS                PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PARADOS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EM-GIRO               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORA-DEP              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SUGESTOES             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-MARGEM            PIC 9(006) VALUE ZEROS.
       77 WS-VL-TOTAL                  PIC 9(015)V9(002) VALUE ZEROS.

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-DIAS                   PIC ZZZZ9.
       77 WS-ED-QTDE                   PIC ZZZZZZZZ9.
       77 WS-ED-QTDE-TOT               PIC ZZZZZZZZZZZZ9.
       77 WS-ED-VALOR                  PIC ZZZZZZZZZZ9.99.
       77 WS-ED-VALOR-TOT              PIC ZZZZZZZZZZZZ9.99.
       77 WS-ED-ITENS                  PIC ZZZZZ9.

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
           'EXERCICIO_173'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'ESTOQUE PARADO E CAPITAL EMPATADO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- ESTOQUE PARADO E CAPITAL EMPATADO ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           INITIALIZE WS-TAB-SAIDA
           INITIALIZE WS-TAB-COMPRA
           INITIALIZE WS-TAB-FAIXA
           MOVE SPACES TO WS-TAB-SALDO

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           IF WS-FS-CARTAO EQUAL 35
               DISPLAY 'GERAR SUGESTOES DE REMARCACAO (S/N)?'
               ACCEPT WS-GERA-SUGESTAO
           END-IF
           IF WS-GERA-SUGESTAO NOT EQUAL 'S'
               MOVE 'N' TO WS-GERA-SUGESTAO
           END-IF

           IF WS-GERA-SUGESTAO EQUAL 'S'
               PERFORM 0050-CARREGA-PARAMETROS
                   THRU 0050-CARREGA-PARAMETROS-FIM
               IF RETURN-CODE NOT = 0
                   GO TO ROT-FIM
               END-IF
           END-IF

           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-ESTDEP TO 0.
           OPEN INPUT ESTOQUE_DEP
           IF WS-FS-ESTDEP EQUAL 35
               DISPLAY "* ARQUIVO ESTOQUE_DEP NAO EXISTE *"
               CLOSE PRODUTOS
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           PERFORM 0100-CARREGA-SALDOS THRU 0100-CARREGA-SALDOS-FIM
           CLOSE ESTOQUE_DEP

           PERFORM 0200-CARREGA-SAIDAS THRU 0200-CARREGA-SAIDAS-FIM.
           PERFORM 0300-CARREGA-COMPRAS THRU 0300-CARREGA-COMPRAS-FIM.

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           OPEN INPUT ESTOQUE_DEP
           SET WS-EOF TO 0.
           PERFORM 1000-AVALIA-SALDO THRU 1000-AVALIA-SALDO-FIM
               UNTIL WS-EOF = 1.
           CLOSE ESTOQUE_DEP

           IF WS-GERA-SUGESTAO EQUAL 'S'
               SET WS-FS-SUG TO 0
               OPEN OUTPUT REMARCACAO_SUG
               PERFORM 2000-SUGERE-REMARCACAO
                   THRU 2000-SUGERE-REMARCACAO-FIM
                   VARYING WS-PROD FROM 1 BY 1 UNTIL WS-PROD > 999
               CLOSE REMARCACAO_SUG
           END-IF

           CLOSE PRODUTOS.

           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM.
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "MOVIMENTOS LIDOS: " WS-QTD-MOV-LIDOS
               " DO HISTORICO: " WS-QTD-HIST-LIDOS
           DISPLAY "SALDOS PRODUTO/DEPOSITO LIDOS: " WS-QTD-SALDOS
           DISPLAY "PARADOS (90 DIAS OU MAIS): " WS-QTD-PARADOS
           DISPLAY "EM GIRO (MENOS DE 90 DIAS): " WS-QTD-EM-GIRO
           DISPLAY "SEM CADASTRO EM PRODUTOS: " WS-QTD-SEM-CADASTRO
           DISPLAY "DEPOSITO FORA DA FAIXA 01 A " WS-DEP-MAX ": "
               WS-QTD-FORA-DEP
           DISPLAY "CAPITAL EMPATADO (CUSTO MEDIO): " WS-VL-TOTAL
           IF WS-GERA-SUGESTAO EQUAL 'S'
               DISPLAY "SUGESTOES DE REMARCACAO GRAVADAS: "
                   WS-QTD-SUGESTOES
               DISPLAY "SEM MARGEM PARA REMARCAR (PRECO NO CUSTO): "
                   WS-QTD-SEM-MARGEM
               DISPLAY "SUGESTOES GRAVADAS EM remarcacao_sug - "
                   "APLIQUE PELA OPCAO 4 DE EXERCICIO_059."
           END-IF
           DISPLAY "RELATORIO GRAVADO EM estoque_parado_rel."

      *> SALDO SEM CADASTRO OU EM DEPOSITO FORA DA FAIXA FICA FORA DA
      *> AVALIACAO E PRECISA SER CORRIGIDO.
           IF WS-QTD-SEM-CADASTRO > ZEROS OR WS-QTD-FORA-DEP > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

      *> BALANCEAMENTO: TODO SALDO LIDO CAIU EM UM DESTINO.
           COMPUTE WS-QTD-DESTINOS = WS-QTD-PARADOS + WS-QTD-EM-GIRO +
               WS-QTD-SEM-CADASTRO + WS-QTD-FORA-DEP
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-SALDOS
               DISPLAY "SALDOS LIDOS " WS-QTD-SALDOS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * LEITURA DO CARTAO DE PARAMETROS    *
      **************************************
      *
       0020-LE-CARTAO.
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_PARAM
           IF WS-FS-CARTAO EQUAL 35
               GO TO 0020-LE-CARTAO-FIM
           END-IF

           READ CARTAO_PARAM
               AT END
                   DISPLAY "*** CARTAO DE PARAMETROS VAZIO ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARTAO_PARAM
                   STOP RUN
           END-READ
           CLOSE CARTAO_PARAM

           IF CARD-GERA-SUGESTAO NOT EQUAL 'S' AND
               CARD-GERA-SUGESTAO NOT EQUAL 'N'
               DISPLAY "*** CARTAO INVALIDO: GERAR SUGESTOES "
                   CARD-GERA-SUGESTAO " (USE S OU N) ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CARD-GERA-SUGESTAO TO WS-GERA-SUGESTAO.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * PERCENTUAIS DE REMARCACAO POR      *
      * FAIXA (PARAMETROS)                 *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 3
               OR RETURN-CODE NOT = 0
               MOVE SPACES TO WS-PARAM-CODIGO
               STRING 'REMARC-' DELIMITED BY SIZE
                   WS-CODIGO-FAIXA(WS-FAIXA) DELIMITED BY SIZE
                   INTO WS-PARAM-CODIGO
               CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                   WS-PARAM-VALOR, WS-PARAM-ACHOU
               IF WS-PARAM-ACHOU NOT EQUAL 'S'
                   DISPLAY "*** PARAMETRO " WS-PARAM-CODIGO
                       " NAO CADASTRADO EM PARAMETROS ***"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-PARAM-VALOR < ZEROS OR WS-PARAM-VALOR > 90
                       DISPLAY "*** PARAMETRO " WS-PARAM-CODIGO
                           " DEVE SER DE 0 A 90 (%) ***"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE WS-PARAM-VALOR
                           TO WS-PCT-REMARC(WS-FAIXA)
                       DISPLAY 'REMARCACAO ' WS-NOME-FAIXA(WS-FAIXA)
                           ' DIAS: ' WS-PCT-REMARC(WS-FAIXA) '%'
                   END-IF
               END-IF
           END-PERFORM.
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * PARES PRODUTO/DEPOSITO COM SALDO   *
      **************************************
      *
       0100-CARREGA-SALDOS.
           SET WS-EOF TO 0.
           PERFORM UNTIL WS-EOF = 1
               READ ESTOQUE_DEP NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ESTDEP-QTDE > ZEROS AND
                           ESTDEP-COD-PRODUTO > ZEROS
                           MOVE 'S' TO WS-SLD-TEM(ESTDEP-COD-PRODUTO)
                           IF ESTDEP-COD-DEPOSITO > ZEROS AND
                               ESTDEP-COD-DEPOSITO NOT > WS-DEP-MAX
                               MOVE 'S' TO WS-SLD-DEP
                                   (ESTDEP-COD-PRODUTO,
                                    ESTDEP-COD-DEPOSITO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0100-CARREGA-SALDOS-FIM.
           EXIT.
      *
      **************************************
      * ULTIMA SAIDA: RAZAO CORRENTE E, SE *
      * ALGUM SALDO FICOU SEM SAIDA, O     *
      * HISTORICO ARQUIVADO                *
      **************************************
      *
       0200-CARREGA-SAIDAS.
           SET WS-FS-MOVTO TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT MOVTO_ESTOQUE
           IF WS-FS-MOVTO NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ MOVTO_ESTOQUE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-MOV-LIDOS
                           PERFORM 0250-ACUMULA-SAIDA
                               THRU 0250-ACUMULA-SAIDA-FIM
                   END-READ
               END-PERFORM
               CLOSE MOVTO_ESTOQUE
           END-IF

           MOVE 'N' TO WS-PRECISA-HIST
           PERFORM 0260-VERIFICA-HIST THRU 0260-VERIFICA-HIST-FIM
               VARYING WS-PROD FROM 1 BY 1 UNTIL WS-PROD > 999
               OR WS-PRECISA-HIST EQUAL 'S'
           IF WS-PRECISA-HIST NOT EQUAL 'S'
               GO TO 0200-CARREGA-SAIDAS-FIM
           END-IF

           SET WS-FS-HIST TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT MOVTO_HIST
           IF WS-FS-HIST EQUAL 35
               DISPLAY "* HISTORICO MOVTO_ESTOQUE_HIST NAO EXISTE - SO "
                   "O RAZAO CORRENTE ENTRA NA BUSCA *"
               GO TO 0200-CARREGA-SAIDAS-FIM
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ MOVTO_HIST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-HIST-LIDOS
                       MOVE REG-MOVTO-HIST TO REG-MOVTO-ESTOQUE
                       PERFORM 0250-ACUMULA-SAIDA
                           THRU 0250-ACUMULA-SAIDA-FIM
               END-READ
           END-PERFORM
           CLOSE MOVTO_HIST.
       0200-CARREGA-SAIDAS-FIM.
           EXIT.
      *
       0250-ACUMULA-SAIDA.
           IF MOV-MOTIVO NOT EQUAL 'SAIDA-VENDA' OR
               MOV-QTDE-DELTA NOT < ZEROS OR
               MOV-COD-PRODUTO EQUAL ZEROS
               GO TO 0250-ACUMULA-SAIDA-FIM
           END-IF

           IF MOV-DATA > WS-SAI-ULT-PRODUTO(MOV-COD-PRODUTO)
               MOVE MOV-DATA TO WS-SAI-ULT-PRODUTO(MOV-COD-PRODUTO)
           END-IF
           IF MOV-DEPOSITO EQUAL ZEROS OR MOV-DEPOSITO > WS-DEP-MAX
               GO TO 0250-ACUMULA-SAIDA-FIM
           END-IF
           IF MOV-DATA >
               WS-SAI-ULT-DEP(MOV-COD-PRODUTO, MOV-DEPOSITO)
               MOVE MOV-DATA
                   TO WS-SAI-ULT-DEP(MOV-COD-PRODUTO, MOV-DEPOSITO)
           END-IF.
       0250-ACUMULA-SAIDA-FIM.
           EXIT.
      *
      *> O HISTORICO SO E LIDO SE ALGUM SALDO NAO ACHOU SAIDA NO
      *> RAZAO CORRENTE.
       0260-VERIFICA-HIST.
           IF WS-SLD-TEM(WS-PROD) NOT EQUAL 'S'
               GO TO 0260-VERIFICA-HIST-FIM
           END-IF
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > WS-DEP-MAX
               IF WS-SLD-DEP(WS-PROD, WS-DEP) EQUAL 'S' AND
                   WS-SAI-ULT-DEP(WS-PROD, WS-DEP) EQUAL ZEROS
                   MOVE 'S' TO WS-PRECISA-HIST
               END-IF
           END-PERFORM.
       0260-VERIFICA-HIST-FIM.
           EXIT.
      *
      **************************************
      * ULTIMA COMPRA RECEBIDA E O         *
      * FORNECEDOR DELA                    *
      **************************************
      *
       0300-CARREGA-COMPRAS.
           SET WS-FS-PC TO 0.
           SET WS-EOF   TO 0.
           OPEN INPUT PEDIDOS_COMPRA
           IF WS-FS-PC EQUAL 35
               GO TO 0300-CARREGA-COMPRAS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_COMPRA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PC-COD-PRODUTO > ZEROS AND
                           PC-QTDE-RECEBIDA > ZEROS AND
                           PC-DATA-RECEBIDO >
                               WS-CPR-DATA(PC-COD-PRODUTO)
                           MOVE PC-DATA-RECEBIDO
                               TO WS-CPR-DATA(PC-COD-PRODUTO)
                           MOVE PC-COD-FORNECEDOR
                               TO WS-CPR-FORNECEDOR(PC-COD-PRODUTO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_COMPRA.
       0300-CARREGA-COMPRAS-FIM.
           EXIT.
      *
      **************************************
      * UM SALDO DE PRODUTO/DEPOSITO: DIAS *
      * SEM SAIDA, FAIXA E VALOR           *
      **************************************
      *
       1000-AVALIA-SALDO.
           READ ESTOQUE_DEP NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 1000-AVALIA-SALDO-FIM
           END-READ
           IF ESTDEP-QTDE EQUAL ZEROS OR
               ESTDEP-COD-PRODUTO EQUAL ZEROS
               GO TO 1000-AVALIA-SALDO-FIM
           END-IF
           ADD 1 TO WS-QTD-SALDOS

           IF ESTDEP-COD-DEPOSITO EQUAL ZEROS OR
               ESTDEP-COD-DEPOSITO > WS-DEP-MAX
               DISPLAY "PRODUTO " ESTDEP-COD-PRODUTO " NO DEPOSITO "
                   ESTDEP-COD-DEPOSITO " FORA DA FAIXA 01 A "
                   WS-DEP-MAX
               ADD 1 TO WS-QTD-FORA-DEP
               GO TO 1000-AVALIA-SALDO-FIM
           END-IF

           MOVE ESTDEP-COD-PRODUTO TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO " ESTDEP-COD-PRODUTO
                       " SEM CADASTRO (DEPOSITO " ESTDEP-COD-DEPOSITO
                       ")"
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   GO TO 1000-AVALIA-SALDO-FIM
           END-READ

           MOVE WS-SAI-ULT-DEP(ESTDEP-COD-PRODUTO, ESTDEP-COD-DEPOSITO)
               TO WS-ULT-SAIDA
           PERFORM 9100-CALCULA-FAIXA THRU 9100-CALCULA-FAIXA-FIM
           IF WS-FAIXA EQUAL ZEROS
               ADD 1 TO WS-QTD-EM-GIRO
               GO TO 1000-AVALIA-SALDO-FIM
           END-IF
           ADD 1 TO WS-QTD-PARADOS

           COMPUTE WS-VL-SALDO = ESTDEP-QTDE * CUSTO-MEDIO-PRODUTO
           ADD 1 TO WS-FX-ITENS(WS-FAIXA)
           ADD ESTDEP-QTDE TO WS-FX-QTDE(WS-FAIXA)
           ADD WS-VL-SALDO TO WS-FX-VALOR(WS-FAIXA)
           ADD WS-VL-SALDO TO WS-VL-TOTAL

      *> SEM COMPRA RECEBIDA, O FORNECEDOR E O DO CADASTRO.
           IF WS-CPR-DATA(COD-PRODUTO) EQUAL ZEROS
               MOVE COD-FORNECEDOR TO WS-FORNEC
           ELSE
               MOVE WS-CPR-FORNECEDOR(COD-PRODUTO) TO WS-FORNEC
           END-IF
           PERFORM 9200-ACUMULA-FORNEC THRU 9200-ACUMULA-FORNEC-FIM

           MOVE WS-DIAS-SEM-SAIDA TO WS-ED-DIAS
           MOVE ESTDEP-QTDE       TO WS-ED-QTDE
           MOVE WS-VL-SALDO       TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-REL
           STRING COD-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOME-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ESTDEP-COD-DEPOSITO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ULT-SAIDA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-DIAS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-FAIXA(WS-FAIXA) DELIMITED BY SIZE
               WS-ED-QTDE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-VALOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CPR-DATA(COD-PRODUTO) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORNEC DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF WS-ULT-SAIDA EQUAL ZEROS
               MOVE 'NUNCA   ' TO WS-LINHA-REL(29:8)
               MOVE '    -' TO WS-LINHA-REL(38:5)
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       1000-AVALIA-SALDO-FIM.
           EXIT.
      *
      **************************************
      * SUGESTAO DE REMARCACAO POR PRODUTO *
      * PARADO EM TODOS OS DEPOSITOS       *
      **************************************
      *
       2000-SUGERE-REMARCACAO.
           IF WS-SLD-TEM(WS-PROD) NOT EQUAL 'S'
               GO TO 2000-SUGERE-REMARCACAO-FIM
           END-IF

      *> A FAIXA DO PRODUTO E PELA ULTIMA SAIDA EM QUALQUER DEPOSITO:
      *> O QUE VENDE EM UM DEPOSITO NAO E REMARCADO.
           MOVE WS-SAI-ULT-PRODUTO(WS-PROD) TO WS-ULT-SAIDA
           PERFORM 9100-CALCULA-FAIXA THRU 9100-CALCULA-FAIXA-FIM
           IF WS-FAIXA EQUAL ZEROS
               GO TO 2000-SUGERE-REMARCACAO-FIM
           END-IF

           MOVE WS-PROD TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   GO TO 2000-SUGERE-REMARCACAO-FIM
           END-READ

           COMPUTE WS-PRECO-SUGERIDO ROUNDED = PRECO-PRODUTO *
               (1 - (WS-PCT-REMARC(WS-FAIXA) / 100))
           IF WS-PRECO-SUGERIDO < CUSTO-MEDIO-PRODUTO
               MOVE CUSTO-MEDIO-PRODUTO TO WS-PRECO-SUGERIDO
           END-IF
           IF WS-PRECO-SUGERIDO NOT < PRECO-PRODUTO
               ADD 1 TO WS-QTD-SEM-MARGEM
               GO TO 2000-SUGERE-REMARCACAO-FIM
           END-IF

           INITIALIZE REG-REMARCACAO-SUG
           MOVE COD-PRODUTO              TO RMS-COD-PRODUTO
           MOVE WS-CODIGO-FAIXA(WS-FAIXA) TO RMS-FAIXA
           MOVE WS-DIAS-SEM-SAIDA        TO RMS-DIAS-SEM-SAIDA
           MOVE PRECO-PRODUTO            TO RMS-PRECO-ATUAL
           MOVE WS-PCT-REMARC(WS-FAIXA)  TO RMS-PCT-REMARCACAO
           MOVE WS-PRECO-SUGERIDO        TO RMS-PRECO-SUGERIDO
           MOVE CUSTO-MEDIO-PRODUTO      TO RMS-CUSTO-MEDIO
           MOVE WS-HOJE-AAAAMMDD         TO RMS-DT-GERACAO
           WRITE REG-REMARCACAO-SUG
           ADD 1 TO WS-QTD-SUGESTOES.
       2000-SUGERE-REMARCACAO-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS POR FAIXA E POR FORNECEDOR  *
      **************************************
      *
       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' TOTAIS POR FAIXA DE DIAS SEM SAIDA' TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 3
               MOVE WS-FX-ITENS(WS-FAIXA) TO WS-ED-ITENS
               MOVE WS-FX-QTDE(WS-FAIXA)  TO WS-ED-QTDE-TOT
               MOVE WS-FX-VALOR(WS-FAIXA) TO WS-ED-VALOR-TOT
               MOVE SPACES TO WS-LINHA-REL
               STRING '  ' DELIMITED BY SIZE
                   WS-NOME-FAIXA(WS-FAIXA) DELIMITED BY SIZE
                   ' DIAS  ITENS: ' DELIMITED BY SIZE
                   WS-ED-ITENS DELIMITED BY SIZE
                   '  UNIDADES: ' DELIMITED BY SIZE
                   WS-ED-QTDE-TOT DELIMITED BY SIZE
                   '  VALOR: ' DELIMITED BY SIZE
                   WS-ED-VALOR-TOT DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' TOTAIS POR FORNECEDOR' TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QTD-FORNEC
               MOVE WS-TF-ITENS(WS-IX) TO WS-ED-ITENS
               MOVE WS-TF-VALOR(WS-IX) TO WS-ED-VALOR-TOT
               MOVE SPACES TO WS-LINHA-REL
               STRING '  FORNECEDOR ' DELIMITED BY SIZE
                   WS-TF-COD(WS-IX) DELIMITED BY SIZE
                   '  ITENS: ' DELIMITED BY SIZE
                   WS-ED-ITENS DELIMITED BY SIZE
                   '  VALOR: ' DELIMITED BY SIZE
                   WS-ED-VALOR-TOT DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-PERFORM

           MOVE WS-VL-TOTAL TO WS-ED-VALOR-TOT
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CAPITAL EMPATADO (CUSTO MEDIO): ' DELIMITED BY SIZE
               WS-ED-VALOR-TOT DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      **************************************
      * DIAS SEM SAIDA E FAIXA (0 = EM     *
      * GIRO, MENOS DE 90 DIAS)            *
      **************************************
      *
       9100-CALCULA-FAIXA.
           IF WS-ULT-SAIDA EQUAL ZEROS
               MOVE 99999 TO WS-DIAS-SEM-SAIDA
           ELSE
               COMPUTE WS-DIAS-SEM-SAIDA =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) -
                   FUNCTION INTEGER-OF-DATE(WS-ULT-SAIDA)
           END-IF

           EVALUATE TRUE
               WHEN WS-DIAS-SEM-SAIDA NOT < 365
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-SEM-SAIDA NOT < 180
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-SEM-SAIDA NOT < 90
                   MOVE 1 TO WS-FAIXA
               WHEN OTHER
                   MOVE 0 TO WS-FAIXA
           END-EVALUATE.
       9100-CALCULA-FAIXA-FIM.
           EXIT.
      *
       9200-ACUMULA-FORNEC.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-FORNEC
               OR WS-TF-COD(WS-IX) EQUAL WS-FORNEC
               CONTINUE
           END-PERFORM
           IF WS-IX > WS-QTD-FORNEC
               IF WS-QTD-FORNEC NOT < 999
                   GO TO 9200-ACUMULA-FORNEC-FIM
               END-IF
               ADD 1 TO WS-QTD-FORNEC
               MOVE WS-QTD-FORNEC TO WS-IX
               MOVE WS-FORNEC TO WS-TF-COD(WS-IX)
               MOVE ZEROS TO WS-TF-ITENS(WS-IX)
               MOVE ZEROS TO WS-TF-VALOR(WS-IX)
           END-IF
           ADD 1 TO WS-TF-ITENS(WS-IX)
           ADD WS-VL-SALDO TO WS-TF-VALOR(WS-IX).
       9200-ACUMULA-FORNEC-FIM.
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
           STRING 'ESTOQUE PARADO E CAPITAL EMPATADO'
               DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'PRD NOME                 DP ULT SAIDA  DIAS FAIXA  '
               '     SALDO    VALOR CUSTO ULT COMPRA FORNEC'
               DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 3 TO WS-REL-LINHAS.
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

       END PROGRAM EXERCICIO_173.
