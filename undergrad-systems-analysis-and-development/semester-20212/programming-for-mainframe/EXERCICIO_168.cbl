      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CALCULO MENSAL DO PONTO DE REPOSICAO PELO CONSUMO: LE
      * AS SAIDAS DOS ULTIMOS N MESES FECHADOS (PARAMETRO REPOS-MESES,
      * 1 A 12) POR PRODUTO E DEPOSITO NO RAZAO DE ESTOQUE
      * (MOVTO_ESTOQUE) E, QUANDO A JANELA ATRAVESSA A VIRADA DO ANO,
      * TAMBEM NO HISTORICO ARQUIVADO (MOVTO_ESTOQUE_HIST,
      * EXERCICIO_101). CONSUMO E A SAIDA-VENDA MENOS A DEVOL-CLIENTE;
      * TRANSFERENCIA, REBALANCEAMENTO E INVENTARIO NAO SAO DEMANDA.
      * COM A DEMANDA MEDIA DIARIA, O DESVIO (CALCULADO SOBRE OS
      * TOTAIS MENSAIS E LEVADO AO DIA), O PRAZO DE ENTREGA (MEDIA REAL
      * DOS PEDIDOS RECEBIDOS EM PEDIDOS_COMPRA, SENAO A COTACAO VALIDA
      * DO FORNECEDOR DO PRODUTO EM COTACOES, SENAO O PARAMETRO
      * REPOS-PRAZO) E O FATOR DE SERVICO (PARAMETRO REPOS-FATOR),
      * PROPOE: SEGURANCA = FATOR X DESVIO DIARIO X RAIZ DO PRAZO E
      * PONTO = DEMANDA DIARIA X PRAZO + SEGURANCA. AS PROPOSTAS VAO
      * PARA PROPOSTAS_PONTO (RECONSTRUIDO A CADA RODADA) E PARA O
      * RELATORIO reposicao_rel, COM O PONTO ATUAL AO LADO DO
      * PROPOSTO; SO A ACEITACAO DO COMPRADOR (EXERCICIO_169) ALTERA
      * PONTO_DEP. KITS FICAM DE FORA (NAO TEM ESTOQUE PROPRIO), E
      * TAMBEM O PRODUTO DESCONTINUADO OU INATIVO (SITUACAO JA EM
      * VIGOR).
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_168.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PONTO_DEP ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\ponto_dep.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PTD-CHAVE
           FILE STATUS     IS WS-FS-PONTO.

           SELECT PEDIDOS_COMPRA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_compra.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PC-NR-PEDIDO
           FILE STATUS IS WS-FS-PC.

           SELECT COTACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cotacoes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COT-CHAVE
           FILE STATUS     IS WS-FS-COT.

           SELECT KITS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS KIT-CHAVE
           FILE STATUS     IS WS-FS-KIT.

           SELECT PROPOSTAS_PONTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\propostas_ponto.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PPT-CHAVE
           FILE STATUS     IS WS-FS-PROPOSTAS.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\reposicao_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
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

       FD PONTO_DEP.
       01 REG-PONTO-DEP.
           COPY PONTODEP.

       FD PEDIDOS_COMPRA.
       01 REG-PEDIDO-COMPRA.
           COPY PEDCOMP.

      *> COTACOES DE FORNECEDOR POR PRODUTO (EXERCICIO_093).
       FD COTACOES.
       01 REG-COTACAO.
           03 COT-CHAVE.
              05 COT-COD-PRODUTO    PIC 9(03).
              05 COT-COD-FORNECEDOR PIC 9(05).
           03 COT-VL-UNITARIO       PIC 9(07)V9(02).
           03 COT-PRAZO-DIAS        PIC 9(03).
           03 COT-DT-VALIDADE       PIC 9(08).

       FD KITS.
       01 REG-KIT.
           COPY KIT.

       FD PROPOSTAS_PONTO.
       01 REG-PROPOSTA-PONTO.
           COPY PROPPTO.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-MOVTO                  PIC 99.
       77 WS-FS-HIST                   PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-ESTDEP                 PIC 99.
       77 WS-FS-PONTO                  PIC 99.
       77 WS-FS-PC                     PIC 99.
       77 WS-FS-COT                    PIC 99.
       77 WS-FS-KIT                    PIC 99.
       77 WS-FS-PROPOSTAS              PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-DEP                       PIC 9(002).
       77 WS-DEP-MAX                   PIC 9(002) VALUE 10.
       77 WS-MES                       PIC 9(002).

      *> REGRAS DO CALCULO, LIDAS DE PARAMETROS.
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).
       77 WS-REPOS-MESES               PIC 9(002).
       77 WS-REPOS-FATOR               PIC 9(003)V9(004).
       77 WS-REPOS-PRAZO               PIC 9(003).

      *> JANELA DE MESES FECHADOS: OS MESES SAO NUMERADOS EM SEQUENCIA
      *> CONTINUA (ANO X 12 + MES - 1) PARA A CONTA ATRAVESSAR O ANO.
       01 WS-DATA-EXAME                PIC 9(008).
       01 FILLER REDEFINES WS-DATA-EXAME.
           03 WS-EXAME-ANO             PIC 9(004).
           03 WS-EXAME-MES             PIC 9(002).
           03 WS-EXAME-DIA             PIC 9(002).
       77 WS-SEQ-MES                   PIC 9(006).
       77 WS-SEQ-INICIO                PIC 9(006).
       77 WS-SEQ-FIM                   PIC 9(006).
       77 WS-DT-INICIO                 PIC 9(008).
       77 WS-DT-FIM                    PIC 9(008).
       77 WS-DT-MES-CORRENTE           PIC 9(008).
       77 WS-DIAS-JANELA               PIC 9(005).
       77 WS-ANO-CORRENTE              PIC 9(004).

      *> CONSUMO LIQUIDO DE CADA MES DA JANELA, POR PRODUTO E
      *> DEPOSITO (ATE 10 DEPOSITOS, COMO NO REBALANCEAMENTO).
       01 WS-TAB-DEMANDA.
           03 WS-DEM-PRODUTO OCCURS 999 TIMES.
              05 WS-DEM-DEP OCCURS 10 TIMES.
                 07 WS-DEM-MES OCCURS 12 TIMES PIC S9(009) COMP-3.

      *> PRODUTO COM SALDO REGISTRADO NO DEPOSITO (ESTOQUE_DEP).
       01 WS-TAB-ATIVO.
           03 WS-ATV-PRODUTO OCCURS 999 TIMES.
              05 WS-ATV-DEP OCCURS 10 TIMES PIC X(001).

      *> PRAZO REAL DE ENTREGA DOS PEDIDOS RECEBIDOS, POR PRODUTO.
       01 WS-TAB-PRAZO.
           03 WS-PRZ-PRODUTO OCCURS 999 TIMES.
              05 WS-PRZ-SOMA-DIAS      PIC 9(009) COMP.
              05 WS-PRZ-QTD-PEDIDOS    PIC 9(005) COMP.

      *> PRODUTOS QUE SAO KIT, ENDERECADOS PELO COD-PRODUTO.
       01 WS-TAB-KIT.
           03 WS-E-KIT OCCURS 999 TIMES PIC X(001).

      *> CALCULO DE UM PRODUTO EM UM DEPOSITO.
       77 WS-DEM-VALOR                 PIC S9(009).
       77 WS-DEM-TOTAL                 PIC 9(011).
       77 WS-MEDIA-MES                 PIC 9(011)V9(004).
       77 WS-DIFERENCA                 PIC S9(011)V9(004).
       77 WS-SOMA-QUADRADOS            PIC 9(018)V9(004).
       77 WS-DESVIO-MES                PIC 9(011)V9(004).
       77 WS-DIAS-POR-MES              PIC 9(003)V9(004).
       77 WS-DEMANDA-DIARIA            PIC 9(007)V9(004).
       77 WS-DESVIO-DIARIO             PIC 9(007)V9(004).
       77 WS-PRAZO-DIAS                PIC 9(003).
       77 WS-ORIGEM-PRAZO              PIC X(001).
       77 WS-SEGURANCA                 PIC 9(009).
       77 WS-PONTO                     PIC 9(009).
       77 WS-TEM-PONTO-PROPRIO         PIC X(001).

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-DEMANDA                PIC ZZZZZZZZ9.
       77 WS-ED-DIARIA                 PIC ZZZZZZ9.9999.
       77 WS-ED-DESVIO                 PIC ZZZZZZ9.9999.
       77 WS-ED-PRAZO                  PIC ZZ9.
       77 WS-ED-PONTO-ATU              PIC ZZZZZZZZ9.
       77 WS-ED-SEGUR-ATU              PIC ZZZZZZZZ9.
       77 WS-ED-PONTO-NOVO             PIC ZZZZZZZZ9.
       77 WS-ED-SEGUR-NOVA             PIC ZZZZZZZZ9.

      *> TOTAIS DE CONTROLE: TODO PAR PRODUTO/DEPOSITO AVALIADO VIRA
      *> PROPOSTA OU FICA MANTIDO.
       77 WS-QTD-MOV-LIDOS             PIC 9(008) VALUE ZEROS.
       77 WS-QTD-MOV-DEMANDA           PIC 9(008) VALUE ZEROS.
       77 WS-QTD-MOV-SEM-DEP           PIC 9(008) VALUE ZEROS.
       77 WS-QTD-AVALIADOS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PROPOSTAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-MANTIDOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PRAZO-REAL            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PRAZO-COTACAO         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PRAZO-PARAMETRO       PIC 9(006) VALUE ZEROS.

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
           'EXERCICIO_168'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'PONTO DE REPOSICAO PELO CONSUMO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CALCULO DO PONTO DE REPOSICAO PELO CONSUMO ---'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           INITIALIZE WS-TAB-DEMANDA
           INITIALIZE WS-TAB-ATIVO
           INITIALIZE WS-TAB-PRAZO
           MOVE SPACES TO WS-TAB-KIT

           PERFORM 0050-CARREGA-PARAMETROS
               THRU 0050-CARREGA-PARAMETROS-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0100-MONTA-JANELA THRU 0100-MONTA-JANELA-FIM.

           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 0200-CARREGA-CONSUMO THRU 0200-CARREGA-CONSUMO-FIM.
           PERFORM 0300-CARREGA-SALDOS THRU 0300-CARREGA-SALDOS-FIM.
           PERFORM 0400-CARREGA-PRAZOS THRU 0400-CARREGA-PRAZOS-FIM.
           PERFORM 0500-CARREGA-KITS THRU 0500-CARREGA-KITS-FIM.

           SET WS-FS-PONTO TO 0.
           OPEN INPUT PONTO_DEP
           SET WS-FS-COT TO 0.
           OPEN INPUT COTACOES

      *> AS PROPOSTAS SAO O RETRATO DESTA RODADA: O ARQUIVO E
      *> RECONSTRUIDO E O QUE FICOU PENDENTE DO MES ANTERIOR E
      *> SUBSTITUIDO.
           SET WS-FS-PROPOSTAS TO 0.
           OPEN OUTPUT PROPOSTAS_PONTO
           CLOSE PROPOSTAS_PONTO
           OPEN I-O PROPOSTAS_PONTO

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           SET WS-EOF TO 0.
           PERFORM 1000-AVALIA-PRODUTO THRU 1000-AVALIA-PRODUTO-FIM
               UNTIL WS-EOF = 1.

           CLOSE PRODUTOS.
           IF WS-FS-PONTO NOT EQUAL 35
               CLOSE PONTO_DEP
           END-IF
           IF WS-FS-COT NOT EQUAL 35
               CLOSE COTACOES
           END-IF
           CLOSE PROPOSTAS_PONTO.

           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM.
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "JANELA: " WS-DT-INICIO " A " WS-DT-FIM
               " (" WS-DIAS-JANELA " DIAS)"
           DISPLAY "MOVIMENTOS LIDOS: " WS-QTD-MOV-LIDOS
               " DE CONSUMO NA JANELA: " WS-QTD-MOV-DEMANDA
           DISPLAY "PARES PRODUTO/DEPOSITO AVALIADOS: " WS-QTD-AVALIADOS
           DISPLAY "PROPOSTAS GRAVADAS: " WS-QTD-PROPOSTAS
           DISPLAY "MANTIDOS SEM PROPOSTA: " WS-QTD-MANTIDOS
           DISPLAY "RELATORIO GRAVADO EM reposicao_rel."

      *> CONSUMO EM DEPOSITO FORA DA FAIXA 01-10 NAO ENTRA NO CALCULO.
           IF WS-QTD-MOV-SEM-DEP > ZEROS
               DISPLAY "MOVIMENTOS DE CONSUMO FORA DOS DEPOSITOS 01 A "
                   WS-DEP-MAX ": " WS-QTD-MOV-SEM-DEP
               MOVE 8 TO RETURN-CODE
           END-IF

      *> BALANCEAMENTO: TODO PAR AVALIADO CAIU EM UMA DAS SAIDAS.
           IF WS-QTD-AVALIADOS NOT = WS-QTD-PROPOSTAS + WS-QTD-MANTIDOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * CARGA DAS REGRAS DO CALCULO DO     *
      * ARQUIVO DE PARAMETROS              *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           MOVE 'REPOS-MESES' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO REPOS-MESES NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           IF WS-PARAM-VALOR < 1 OR WS-PARAM-VALOR > 12
               DISPLAY "*** PARAMETRO REPOS-MESES DEVE SER DE 1 A 12 "
                   "***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-REPOS-MESES

           MOVE 'REPOS-FATOR' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO REPOS-FATOR NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-REPOS-FATOR

           MOVE 'REPOS-PRAZO' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO REPOS-PRAZO NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-REPOS-PRAZO

           DISPLAY 'MESES DE CONSUMO: ' WS-REPOS-MESES
           DISPLAY 'FATOR DE SERVICO: ' WS-REPOS-FATOR
           DISPLAY 'PRAZO PADRAO DE ENTREGA (DIAS): ' WS-REPOS-PRAZO.
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * JANELA: OS N MESES FECHADOS ANTES  *
      * DO MES CORRENTE                    *
      **************************************
      *
       0100-MONTA-JANELA.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-EXAME
           MOVE WS-EXAME-ANO     TO WS-ANO-CORRENTE
           MOVE 01               TO WS-EXAME-DIA
           MOVE WS-DATA-EXAME    TO WS-DT-MES-CORRENTE
           COMPUTE WS-SEQ-FIM = WS-EXAME-ANO * 12 + WS-EXAME-MES - 2
           COMPUTE WS-SEQ-INICIO = WS-SEQ-FIM - WS-REPOS-MESES + 1

           DIVIDE WS-SEQ-INICIO BY 12 GIVING WS-EXAME-ANO
               REMAINDER WS-EXAME-MES
           ADD 1 TO WS-EXAME-MES
           MOVE 01 TO WS-EXAME-DIA
           MOVE WS-DATA-EXAME TO WS-DT-INICIO

           COMPUTE WS-DT-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-MES-CORRENTE) - 1)
           COMPUTE WS-DIAS-JANELA =
               FUNCTION INTEGER-OF-DATE(WS-DT-MES-CORRENTE) -
               FUNCTION INTEGER-OF-DATE(WS-DT-INICIO)
           COMPUTE WS-DIAS-POR-MES ROUNDED =
               WS-DIAS-JANELA / WS-REPOS-MESES.
       0100-MONTA-JANELA-FIM.
           EXIT.
      *
      **************************************
      * CONSUMO DA JANELA: RAZAO CORRENTE  *
      * E, SE A JANELA COMECA NO ANO       *
      * ANTERIOR, O HISTORICO ARQUIVADO    *
      **************************************
      *
       0200-CARREGA-CONSUMO.
           SET WS-FS-MOVTO TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT MOVTO_ESTOQUE
           IF WS-FS-MOVTO NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ MOVTO_ESTOQUE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 0250-ACUMULA-CONSUMO
                               THRU 0250-ACUMULA-CONSUMO-FIM
                   END-READ
               END-PERFORM
               CLOSE MOVTO_ESTOQUE
           END-IF

           IF WS-DT-INICIO(1:4) NOT < WS-ANO-CORRENTE
               GO TO 0200-CARREGA-CONSUMO-FIM
           END-IF

           SET WS-FS-HIST TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT MOVTO_HIST
           IF WS-FS-HIST EQUAL 35
               DISPLAY "* HISTORICO MOVTO_ESTOQUE_HIST NAO EXISTE - SO "
                   "O RAZAO CORRENTE ENTRA NO CALCULO *"
               GO TO 0200-CARREGA-CONSUMO-FIM
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ MOVTO_HIST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REG-MOVTO-HIST TO REG-MOVTO-ESTOQUE
                       PERFORM 0250-ACUMULA-CONSUMO
                           THRU 0250-ACUMULA-CONSUMO-FIM
               END-READ
           END-PERFORM
           CLOSE MOVTO_HIST.
       0200-CARREGA-CONSUMO-FIM.
           EXIT.
      *
       0250-ACUMULA-CONSUMO.
           ADD 1 TO WS-QTD-MOV-LIDOS
           IF MOV-MOTIVO NOT EQUAL 'SAIDA-VENDA' AND
               MOV-MOTIVO NOT EQUAL 'DEVOL-CLIENTE'
               GO TO 0250-ACUMULA-CONSUMO-FIM
           END-IF
           IF MOV-DATA < WS-DT-INICIO OR MOV-DATA > WS-DT-FIM OR
               MOV-COD-PRODUTO EQUAL ZEROS
               GO TO 0250-ACUMULA-CONSUMO-FIM
           END-IF
           IF MOV-DEPOSITO EQUAL ZEROS OR MOV-DEPOSITO > WS-DEP-MAX
               ADD 1 TO WS-QTD-MOV-SEM-DEP
               GO TO 0250-ACUMULA-CONSUMO-FIM
           END-IF

           MOVE MOV-DATA TO WS-DATA-EXAME
           COMPUTE WS-SEQ-MES = WS-EXAME-ANO * 12 + WS-EXAME-MES - 1
           COMPUTE WS-MES = WS-SEQ-MES - WS-SEQ-INICIO + 1

      *> A SAIDA VEM COM DELTA NEGATIVO E A DEVOLUCAO COM POSITIVO:
      *> O CONSUMO E O DELTA COM O SINAL TROCADO.
           SUBTRACT MOV-QTDE-DELTA FROM
               WS-DEM-MES(MOV-COD-PRODUTO, MOV-DEPOSITO, WS-MES)
           ADD 1 TO WS-QTD-MOV-DEMANDA.
       0250-ACUMULA-CONSUMO-FIM.
           EXIT.
      *
       0300-CARREGA-SALDOS.
           SET WS-FS-ESTDEP TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT ESTOQUE_DEP
           IF WS-FS-ESTDEP EQUAL 35
               GO TO 0300-CARREGA-SALDOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ ESTOQUE_DEP NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ESTDEP-COD-PRODUTO > ZEROS AND
                           ESTDEP-COD-DEPOSITO > ZEROS AND
                           ESTDEP-COD-DEPOSITO NOT > WS-DEP-MAX
                           MOVE 'S' TO WS-ATV-DEP(ESTDEP-COD-PRODUTO,
                               ESTDEP-COD-DEPOSITO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTOQUE_DEP.
       0300-CARREGA-SALDOS-FIM.
           EXIT.
      *
      *> PRAZO REAL: DA EMISSAO DO PEDIDO DE COMPRA ATE O RECEBIMENTO,
      *> NOS PEDIDOS JA RECEBIDOS QUE TEM AS DUAS DATAS.
       0400-CARREGA-PRAZOS.
           SET WS-FS-PC TO 0.
           SET WS-EOF   TO 0.
           OPEN INPUT PEDIDOS_COMPRA
           IF WS-FS-PC EQUAL 35
               GO TO 0400-CARREGA-PRAZOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_COMPRA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PC-PEDIDO-RECEBIDO AND
                           PC-COD-PRODUTO > ZEROS AND
                           PC-DT-EMISSAO > ZEROS AND
                           PC-DATA-RECEBIDO NOT < PC-DT-EMISSAO
                           COMPUTE WS-PRZ-SOMA-DIAS(PC-COD-PRODUTO) =
                               WS-PRZ-SOMA-DIAS(PC-COD-PRODUTO) +
                               FUNCTION INTEGER-OF-DATE(
                                   PC-DATA-RECEBIDO) -
                               FUNCTION INTEGER-OF-DATE(PC-DT-EMISSAO)
                           ADD 1 TO WS-PRZ-QTD-PEDIDOS(PC-COD-PRODUTO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_COMPRA.
       0400-CARREGA-PRAZOS-FIM.
           EXIT.
      *
       0500-CARREGA-KITS.
           SET WS-FS-KIT TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT KITS
           IF WS-FS-KIT EQUAL 35
               GO TO 0500-CARREGA-KITS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ KITS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF KIT-COD-KIT > ZEROS
                           MOVE 'S' TO WS-E-KIT(KIT-COD-KIT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KITS.
       0500-CARREGA-KITS-FIM.
           EXIT.
      *
      **************************************
      * PARA CADA PRODUTO: PRAZO DE        *
      * ENTREGA E AVALIACAO EM CADA        *
      * DEPOSITO                           *
      **************************************
      *
       1000-AVALIA-PRODUTO.
           READ PRODUTOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 1000-AVALIA-PRODUTO-FIM
           END-READ

           IF WS-E-KIT(COD-PRODUTO) EQUAL 'S'
               GO TO 1000-AVALIA-PRODUTO-FIM
           END-IF
           IF (PRODUTO-DESCONTINUADO OR PRODUTO-INATIVO) AND
               DT-SITUACAO-PRODUTO NOT > WS-HOJE-AAAAMMDD
               GO TO 1000-AVALIA-PRODUTO-FIM
           END-IF

           PERFORM 1100-PRAZO-ENTREGA THRU 1100-PRAZO-ENTREGA-FIM

           PERFORM 1200-AVALIA-DEPOSITO THRU 1200-AVALIA-DEPOSITO-FIM
               VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > WS-DEP-MAX.
       1000-AVALIA-PRODUTO-FIM.
           EXIT.
      *
       1100-PRAZO-ENTREGA.
           IF WS-PRZ-QTD-PEDIDOS(COD-PRODUTO) > ZEROS
               COMPUTE WS-PRAZO-DIAS ROUNDED =
                   WS-PRZ-SOMA-DIAS(COD-PRODUTO) /
                   WS-PRZ-QTD-PEDIDOS(COD-PRODUTO)
               MOVE 'R' TO WS-ORIGEM-PRAZO
               GO TO 1100-PRAZO-ENTREGA-FIM
           END-IF

           IF WS-FS-COT NOT EQUAL 35
               MOVE COD-PRODUTO    TO COT-COD-PRODUTO
               MOVE COD-FORNECEDOR TO COT-COD-FORNECEDOR
               READ COTACOES
                   INVALID KEY
                       MOVE ZEROS TO COT-DT-VALIDADE
               END-READ
               IF COT-DT-VALIDADE NOT < WS-HOJE-AAAAMMDD AND
                   COT-PRAZO-DIAS > ZEROS
                   MOVE COT-PRAZO-DIAS TO WS-PRAZO-DIAS
                   MOVE 'C' TO WS-ORIGEM-PRAZO
                   GO TO 1100-PRAZO-ENTREGA-FIM
               END-IF
           END-IF

           MOVE WS-REPOS-PRAZO TO WS-PRAZO-DIAS
           MOVE 'P' TO WS-ORIGEM-PRAZO.
       1100-PRAZO-ENTREGA-FIM.
           EXIT.
      *
      **************************************
      * UM PRODUTO EM UM DEPOSITO: PONTO   *
      * EM VIGOR, DEMANDA, DESVIO E O      *
      * PONTO PROPOSTO                     *
      **************************************
      *
       1200-AVALIA-DEPOSITO.
           MOVE ZEROS TO WS-DEM-TOTAL
           MOVE ZEROS TO WS-SOMA-QUADRADOS
           PERFORM VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > WS-REPOS-MESES
               MOVE WS-DEM-MES(COD-PRODUTO, WS-DEP, WS-MES)
                   TO WS-DEM-VALOR
      *> MES COM MAIS DEVOLUCAO QUE VENDA CONTA COMO CONSUMO ZERO.
               IF WS-DEM-VALOR < ZEROS
                   MOVE ZEROS TO WS-DEM-VALOR
                   MOVE ZEROS TO WS-DEM-MES(COD-PRODUTO, WS-DEP, WS-MES)
               END-IF
               ADD WS-DEM-VALOR TO WS-DEM-TOTAL
           END-PERFORM

      *> PONTO EM VIGOR: O PROPRIO DO PRODUTO, SENAO O GERAL DO
      *> DEPOSITO (PRODUTO 000).
           MOVE 'N' TO WS-TEM-PONTO-PROPRIO
           MOVE ZEROS  TO PPT-PONTO-ATUAL
           MOVE ZEROS  TO PPT-SEGURANCA-ATUAL
           MOVE SPACES TO PPT-ORIGEM-ATUAL
           IF WS-FS-PONTO NOT EQUAL 35
               MOVE WS-DEP      TO PTD-COD-DEPOSITO
               MOVE COD-PRODUTO TO PTD-COD-PRODUTO
               READ PONTO_DEP
                   INVALID KEY
                       MOVE WS-DEP TO PTD-COD-DEPOSITO
                       MOVE ZEROS  TO PTD-COD-PRODUTO
                       READ PONTO_DEP
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PTD-PONTO-REPOSICAO
                                   TO PPT-PONTO-ATUAL
                               MOVE PTD-ESTOQUE-SEGURANCA
                                   TO PPT-SEGURANCA-ATUAL
                               MOVE 'D' TO PPT-ORIGEM-ATUAL
                       END-READ
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-PONTO-PROPRIO
                       MOVE PTD-PONTO-REPOSICAO   TO PPT-PONTO-ATUAL
                       MOVE PTD-ESTOQUE-SEGURANCA TO PPT-SEGURANCA-ATUAL
                       MOVE 'P' TO PPT-ORIGEM-ATUAL
               END-READ
           END-IF

      *> SO ENTRA O PAR QUE TEM SALDO NO DEPOSITO, CONSUMO NA JANELA
      *> OU PONTO PROPRIO A REVER.
           IF WS-ATV-DEP(COD-PRODUTO, WS-DEP) NOT EQUAL 'S' AND
               WS-DEM-TOTAL EQUAL ZEROS AND
               WS-TEM-PONTO-PROPRIO NOT EQUAL 'S'
               GO TO 1200-AVALIA-DEPOSITO-FIM
           END-IF
           ADD 1 TO WS-QTD-AVALIADOS

      *> DESVIO PADRAO DOS TOTAIS MENSAIS, LEVADO AO DIA PELA RAIZ DO
      *> NUMERO MEDIO DE DIAS DO MES NA JANELA.
           COMPUTE WS-MEDIA-MES ROUNDED =
               WS-DEM-TOTAL / WS-REPOS-MESES
           PERFORM VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > WS-REPOS-MESES
               COMPUTE WS-DIFERENCA =
                   WS-DEM-MES(COD-PRODUTO, WS-DEP, WS-MES) -
                   WS-MEDIA-MES
               COMPUTE WS-SOMA-QUADRADOS = WS-SOMA-QUADRADOS +
                   (WS-DIFERENCA * WS-DIFERENCA)
           END-PERFORM
           COMPUTE WS-DESVIO-MES ROUNDED =
               FUNCTION SQRT(WS-SOMA-QUADRADOS / WS-REPOS-MESES)

           COMPUTE WS-DEMANDA-DIARIA ROUNDED =
               WS-DEM-TOTAL / WS-DIAS-JANELA
           COMPUTE WS-DESVIO-DIARIO ROUNDED =
               WS-DESVIO-MES / FUNCTION SQRT(WS-DIAS-POR-MES)

           COMPUTE WS-SEGURANCA ROUNDED =
               WS-REPOS-FATOR * WS-DESVIO-DIARIO *
               FUNCTION SQRT(WS-PRAZO-DIAS)
           COMPUTE WS-PONTO ROUNDED =
               (WS-DEMANDA-DIARIA * WS-PRAZO-DIAS) + WS-SEGURANCA

      *> PONTO PROPRIO QUE O CALCULO CONFIRMA NAO GERA PROPOSTA.
           IF WS-TEM-PONTO-PROPRIO EQUAL 'S' AND
               WS-PONTO EQUAL PPT-PONTO-ATUAL AND
               WS-SEGURANCA EQUAL PPT-SEGURANCA-ATUAL
               ADD 1 TO WS-QTD-MANTIDOS
               GO TO 1200-AVALIA-DEPOSITO-FIM
           END-IF

           PERFORM 2000-GRAVA-PROPOSTA THRU 2000-GRAVA-PROPOSTA-FIM.
       1200-AVALIA-DEPOSITO-FIM.
           EXIT.
      *
       2000-GRAVA-PROPOSTA.
           MOVE WS-DEP            TO PPT-COD-DEPOSITO
           MOVE COD-PRODUTO       TO PPT-COD-PRODUTO
           MOVE WS-HOJE-AAAAMMDD  TO PPT-DT-PROPOSTA
           MOVE WS-REPOS-MESES    TO PPT-QTD-MESES
           MOVE WS-DEM-TOTAL      TO PPT-DEMANDA-TOTAL
           MOVE WS-DEMANDA-DIARIA TO PPT-DEMANDA-DIARIA
           MOVE WS-DESVIO-DIARIO  TO PPT-DESVIO-DIARIO
           MOVE WS-PRAZO-DIAS     TO PPT-PRAZO-DIAS
           MOVE WS-ORIGEM-PRAZO   TO PPT-ORIGEM-PRAZO
           MOVE WS-PONTO          TO PPT-PONTO-PROPOSTO
           MOVE WS-SEGURANCA      TO PPT-SEGURANCA-PROPOSTA
           MOVE 'P'               TO PPT-SITUACAO
           MOVE SPACES            TO PPT-OPERADOR
           MOVE ZEROS             TO PPT-DT-DECISAO
           WRITE REG-PROPOSTA-PONTO
               INVALID KEY
                   REWRITE REG-PROPOSTA-PONTO
           END-WRITE
           ADD 1 TO WS-QTD-PROPOSTAS

           EVALUATE TRUE
               WHEN PPT-PRAZO-REAL
                   ADD 1 TO WS-QTD-PRAZO-REAL
               WHEN PPT-PRAZO-COTACAO
                   ADD 1 TO WS-QTD-PRAZO-COTACAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-PRAZO-PARAMETRO
           END-EVALUATE

           MOVE PPT-DEMANDA-TOTAL      TO WS-ED-DEMANDA
           MOVE PPT-DEMANDA-DIARIA     TO WS-ED-DIARIA
           MOVE PPT-DESVIO-DIARIO      TO WS-ED-DESVIO
           MOVE PPT-PRAZO-DIAS         TO WS-ED-PRAZO
           MOVE PPT-PONTO-ATUAL        TO WS-ED-PONTO-ATU
           MOVE PPT-SEGURANCA-ATUAL    TO WS-ED-SEGUR-ATU
           MOVE PPT-PONTO-PROPOSTO     TO WS-ED-PONTO-NOVO
           MOVE PPT-SEGURANCA-PROPOSTA TO WS-ED-SEGUR-NOVA

           MOVE SPACES TO WS-LINHA-REL
           STRING PPT-COD-DEPOSITO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PPT-COD-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOME-PRODUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-DEMANDA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-DIARIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-DESVIO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-ED-PRAZO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PPT-ORIGEM-PRAZO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-PONTO-ATU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-SEGUR-ATU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PPT-ORIGEM-ATUAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-PONTO-NOVO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ED-SEGUR-NOVA DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       2000-GRAVA-PROPOSTA-FIM.
           EXIT.
      *
      **************************************
      * RESUMO DAS PROPOSTAS NO FIM DO     *
      * RELATORIO                          *
      **************************************
      *
       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' PARES AVALIADOS ' DELIMITED BY SIZE
               WS-QTD-AVALIADOS DELIMITED BY SIZE
               ' PROPOSTAS ' DELIMITED BY SIZE
               WS-QTD-PROPOSTAS DELIMITED BY SIZE
               ' MANTIDOS ' DELIMITED BY SIZE
               WS-QTD-MANTIDOS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' PRAZO DAS PROPOSTAS - REAL ' DELIMITED BY SIZE
               WS-QTD-PRAZO-REAL DELIMITED BY SIZE
               ' COTACAO ' DELIMITED BY SIZE
               WS-QTD-PRAZO-COTACAO DELIMITED BY SIZE
               ' PARAMETRO ' DELIMITED BY SIZE
               WS-QTD-PRAZO-PARAMETRO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' AS PROPOSTAS SO ALTERAM PONTO_DEP DEPOIS DE ACEITAS '
               TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-TOTAIS-FIM.
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
           STRING 'PONTO DE REPOSICAO: ATUAL X PROPOSTO PELO CONSUMO'
               '   JANELA: ' DELIMITED BY SIZE
               WS-DT-INICIO DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WS-DT-FIM DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'DP PRD NOME                   CONSUMO   '
               'DEM/DIA      DESVIO/DIA PRAZO   PONTO ATU  SEGUR ATU '
               '  PONTO NOVO  SEGUR NOVA' DELIMITED BY SIZE
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

       END PROGRAM EXERCICIO_168.
