      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD) NO
      * FECHAMENTO DO MES: CLASSIFICA O SALDO EM ABERTO (FATURA MENOS
      * PAGO) DE DUPL_VENCIDAS E DUPL_PARCIAIS NAS MESMAS FAIXAS DO
      * AGING (EXERCICIO_017, PARAMETROS FAIXA-AGING1/2/3), CONTANDO
      * O ATRASO ATE O ULTIMO DIA DO MES, E APLICA O PERCENTUAL DE
      * PROVISAO DE CADA FAIXA (PARAMETROS PDD-FAIXA1, PDD-FAIXA2,
      * PDD-FAIXA3 E PDD-ALEM; PDD-A-VENCER E OPCIONAL E VALE ZERO SE
      * NAO CADASTRADO). A PROVISAO DE CADA CLIENTE E COMPARADA COM A
      * DO MES ANTERIOR GUARDADA NO HISTORICO (PDD_HIST), JA
      * DESCONTADA DA PARTE CONSUMIDA PELAS BAIXAS DE INCOBRAVEIS DO
      * MES (EXERCICIO_041, LANCADAS PELO EXERCICIO_040 NO EVENTO
      * BAIXA-PDD), E SO A VARIACAO VAI PARA O DIARIO
      * (LANCTOS_CONTABEIS, EM EXTEND APOS OS DIARIOS DE
      * EXERCICIO_040 E EXERCICIO_088, COM TRAILER PROPRIO): AUMENTO
      * NO EVENTO PDD-CONSTIT E REDUCAO NO EVENTO PDD-REVERSAO, AMBOS
      * MAPEADOS NO PLANO DE CONTAS (EXERCICIO_087). A PROVISAO DO
      * MES DE CADA CLIENTE FICA GRAVADA EM PDD_HIST. MES CONTABIL JA
      * FECHADO (EXERCICIO_090) E RECUSADO. OS LANCAMENTOS LEVAM O
      * CENTRO DE CUSTO PADRAO DO EVENTO NO PLANO DE CONTAS. MES CUJO
      * TRAILER DA PROVISAO ('PDD') JA ESTA NO DIARIO E RECUSADO, PARA
      * A VARIACAO NAO SER ANEXADA DUAS VEZES; MES JA EM PDD_HIST MAS
      * FORA DO DIARIO (REFEITO PELO EXERCICIO_040 NA NOVA SUBMISSAO
      * DO FECHAMENTO) E PROVISIONADO DE NOVO, SUBSTITUINDO AS LINHAS
      * DO MES NO HISTORICO. NO JOB DE FECHAMENTO DO MES
      * (FECHAMES.JCL) O MES VEM DO CARTAO fechames_param E A EXECUCAO
      * E REGISTRADA NA SUBROTINA RUN_CONTROLE, QUE SO LIBERA A
      * PARTIDA DEPOIS DA EXPORTACAO DO PAGAR (EXERCICIO_088)
      * CONCLUIDA NO DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_127.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPL_VENCIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_VENCIDAS
           FILE STATUS     IS WS-FS-DUPL_VENCIDAS.

           SELECT DUPL_PARCIAIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PARCIAIS
           FILE STATUS     IS WS-FS-DUPL_PARCIAIS.

           SELECT DUPL_INCOBRAVEIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_incobraveis.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-DUPL_INCOBRAVEIS.

           SELECT PDD_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pdd_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PDH-CHAVE
           FILE STATUS     IS WS-FS-PDD.

           SELECT PLANO_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\plano_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PLC-EVENTO
           FILE STATUS     IS WS-FS-PLANO.

           SELECT LANCTOS_CONTABEIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lanctos_contabeis.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-LANCTOS.

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

       FD DUPL_VENCIDAS.
       01 REG-DUPL_VENCIDAS.
           COPY DUPLICATA.

       FD DUPL_PARCIAIS.
       01 REG-DUPL_PARCIAIS.
           COPY DUPLICATA.

       FD DUPL_INCOBRAVEIS.
       01 REG-DUPL_INCOBRAVEIS.
           COPY DUPLICATA.
           COPY BAIXAINC.

       FD PDD_HIST.
       01 REG-PDD-HIST.
           COPY PDDHIST.

       FD PLANO_CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO               PIC X(012).
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

      *> MESMO LAYOUT DO DIARIO DO RECEBER: A PROVISAO E LANCADA POR
      *> CLIENTE, COM O CAMPO DO NUMERO DA DUPLICATA ZERADO.
       FD LANCTOS_CONTABEIS.
       01 REG-LANCTO.
           03 LCT-TIPO                 PIC X(001).
           03 LCT-DC                   PIC X(001).
           03 LCT-CONTA                PIC X(010).
           03 LCT-DATA                 PIC 9(008).
           03 LCT-NR-DUPLICATA         PIC 9(007).
           03 LCT-COD-CLIENTE          PIC 9(005).
           03 LCT-VALOR                PIC S9(013)V9(002).
           03 LCT-CENTRO-CUSTO         PIC X(006).
       01 REG-LANCTO-TRAILER.
           03 LCT-T-TIPO               PIC X(001).
           03 LCT-T-QTDE               PIC 9(006).
           03 LCT-T-VL-DEBITOS         PIC S9(013)V9(002).
           03 LCT-T-VL-CREDITOS        PIC S9(013)V9(002).
           03 LCT-T-ORIGEM             PIC X(003).
           03 LCT-T-MES                PIC 9(006).
           03 FILLER                   PIC X(007).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-LOTE                      PIC X(001) VALUE 'N'.

      *> CONTROLE DE EXECUCAO (SUBROTINA RUN_CONTROLE) QUANDO RODA NO
      *> JOB FECHAMES, COM AS DEPENDENCIAS DO REGISTRO DE JOBS.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_127'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-DUPL_PARCIAIS          PIC 99.
       77 WS-FS-DUPL_INCOBRAVEIS       PIC 99.
       77 WS-FS-PDD                    PIC 99.
       77 WS-FS-PLANO                  PIC 99.
       77 WS-FS-LANCTOS                PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(004).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-QTD-LANCTOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-DEBITOS                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-CREDITOS               PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-EVENTO                 PIC S9(013)V9(002).
       77 WS-QTD-CONSTITUICOES         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REVERSOES             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CLIENTES-HIST         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DUPLICATAS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-APAGADOS              PIC 9(006) VALUE ZEROS.

      *> O DIARIO DO MES JA ESTA NO ARQUIVO ATUAL ('S') E, SE O
      *> ARQUIVO FOI REFEITO DEPOIS DA RODADA ANTERIOR, A RODADA E
      *> REFEITA ('S').
       77 WS-JA-NO-DIARIO              PIC X(001).
       77 WS-REFAZ                     PIC X(001) VALUE 'N'.

      *> MES DE FECHAMENTO (AAAAMM), O MES ANTERIOR CUJA PROVISAO E
      *> O PONTO DE PARTIDA, E O ULTIMO DIA DO MES, DATA DOS
      *> LANCAMENTOS E BASE DA CONTAGEM DO ATRASO.
       01 WS-MES-FECHAMENTO            PIC 9(006).
       01 FILLER REDEFINES WS-MES-FECHAMENTO.
           03 WS-FECH-ANO              PIC 9(004).
           03 WS-FECH-MES              PIC 9(002).
       77 WS-MES-ANTERIOR              PIC 9(006).
       77 WS-DT-FIM-MES                PIC 9(008).
       01 WS-DT-AUXILIAR               PIC 9(008).
       01 FILLER REDEFINES WS-DT-AUXILIAR.
           03 WS-AUX-ANO               PIC 9(004).
           03 WS-AUX-MES               PIC 9(002).
           03 WS-AUX-DIA               PIC 9(002).

      *> MES (AAAAMM) EXTRAIDO DA DATA DO REGISTRO EM EXAME.
       01 WS-DATA-REGISTRO             PIC 9(008).
       01 FILLER REDEFINES WS-DATA-REGISTRO.
           03 WS-MES-REGISTRO          PIC 9(006).
           03 FILLER                   PIC 9(002).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> A PROVISAO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADA.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA), PARA QUE
      *> O ATRASO SEJA CONTADO COMO NO AGING (EXERCICIO_017).
       77 WS-CD-FUNCAO                 PIC X(001).
       77 WS-CD-DATA-1                 PIC 9(008).
       77 WS-CD-DATA-2                 PIC 9(008).
       77 WS-CD-DIAS                   PIC S9(006).
       77 WS-CD-RESULTADO              PIC 9(008).
       77 WS-CD-VALIDA                 PIC X(001).
       77 WS-DT-VENC                   PIC 9(008).
       77 WS-VENC-UTIL                 PIC 9(008).
       77 WS-DIAS-ATRASO               PIC S9(006).

      *> FAIXAS DO AGING E PERCENTUAIS DE PROVISAO DE CADA FAIXA,
      *> LIDOS DO ARQUIVO PARAMETROS NO INICIO DA EXECUCAO.
       77 WS-FAIXA-1                   PIC 9(004).
       77 WS-FAIXA-2                   PIC 9(004).
       77 WS-FAIXA-3                   PIC 9(004).
       77 WS-PCT-A-VENCER              PIC 9(003)V9(004).
       77 WS-PCT-FAIXA-1               PIC 9(003)V9(004).
       77 WS-PCT-FAIXA-2               PIC 9(003)V9(004).
       77 WS-PCT-FAIXA-3               PIC 9(003)V9(004).
       77 WS-PCT-ALEM                  PIC 9(003)V9(004).
       77 WS-PCT-APLICADO              PIC 9(003)V9(004).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> SALDO E PROVISAO POR FAIXA, PARA O RESUMO DO CONSOLE.
       01 WS-TOTAIS-FAIXA.
           03 WS-FXA-ITEM OCCURS 5 TIMES.
              05 WS-FXA-QTDE           PIC 9(006).
              05 WS-FXA-VL-ABERTO      PIC S9(013)V9(002).
              05 WS-FXA-VL-PROVISAO    PIC S9(013)V9(002).
       77 WS-IDX-FAIXA                 PIC 9(001).
       77 WS-VL-SALDO-DUPL             PIC S9(013)V9(002).
       77 WS-VL-PROV-DUPL              PIC S9(013)V9(002).
       77 WS-VL-TOTAL-PROVISAO         PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOTAL-ANTERIOR         PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOTAL-CONSUMIDO        PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-CONSUMIDO              PIC S9(013)V9(002).
       77 WS-VL-VARIACAO               PIC S9(013)V9(002).

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> POSICAO DA PROVISAO DE CADA CLIENTE, ENDERECADA PELA POSICAO
      *> DO CLIENTE EM TAB_CLIENTE: SALDO EM ABERTO E PROVISAO DO
      *> MES, PROVISAO DO MES ANTERIOR E SALDO BAIXADO COMO
      *> INCOBRAVEL DENTRO DO MES.
       01 WS-TAB-PDD.
           03 WS-PDD-ITEM OCCURS 5000 TIMES.
              05 WS-PDD-VL-ABERTO      PIC S9(013)V9(002).
              05 WS-PDD-VL-PROVISAO    PIC S9(013)V9(002).
              05 WS-PDD-VL-ANTERIOR    PIC S9(013)V9(002).
              05 WS-PDD-VL-BAIXADO     PIC S9(013)V9(002).

      *> CONTAS DE CADA EVENTO, CARREGADAS DO PLANO DE CONTAS NO
      *> INICIO; EVENTO SEM MAPEAMENTO DERRUBA O CALCULO.
       01 WS-CONTAS-EVENTO.
           03 WS-CTA-PDC-D             PIC X(010).
           03 WS-CTA-PDC-C             PIC X(010).
           03 WS-CTA-PDR-D             PIC X(010).
           03 WS-CTA-PDR-C             PIC X(010).
       77 WS-EVENTO-BUSCA              PIC X(012).
       77 WS-CTA-D-LIDA                PIC X(010).
       77 WS-CTA-C-LIDA                PIC X(010).

      *> CENTRO DE CUSTO PADRAO DE CADA EVENTO (PLANO DE CONTAS).
       77 WS-CC-PDC                    PIC X(006).
       77 WS-CC-PDR                    PIC X(006).
       77 WS-CC-LIDO                   PIC X(006).
       77 WS-CC-LANCTO                 PIC X(006).

       01 WS-DUPLICATA.
           COPY DUPLICATA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           INITIALIZE WS-TAB-PDD
           INITIALIZE WS-TOTAIS-FAIXA

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           PERFORM 0010-LE-CARTAO THRU 0010-LE-CARTAO-FIM
           IF WS-LOTE NOT EQUAL 'S'
               DISPLAY 'INFORME O MES DE FECHAMENTO (AAAAMM):'
               ACCEPT WS-MES-FECHAMENTO
           END-IF

           PERFORM 0040-CALCULA-DATAS THRU 0040-CALCULA-DATAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0045-VERIFICA-MES THRU 0045-VERIFICA-MES-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           MOVE WS-DT-FIM-MES TO WS-PC-DATA
           CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
           IF WS-PC-RESULTADO EQUAL 'F'
               DISPLAY "*** MES CONTABIL " WS-MES-FECHAMENTO
                   " JA FECHADO (EXERCICIO_090) - PROVISAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 0050-CARREGA-PARAMETROS
               THRU 0050-CARREGA-PARAMETROS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0070-CARREGA-CONTAS THRU 0070-CARREGA-CONTAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-CARREGA-ANTERIOR THRU 1000-CARREGA-ANTERIOR-FIM.
           PERFORM 1500-CARREGA-BAIXAS THRU 1500-CARREGA-BAIXAS-FIM.
           PERFORM 2000-PROVISIONA-VENCIDAS
               THRU 2000-PROVISIONA-VENCIDAS-FIM.
           PERFORM 2500-PROVISIONA-PARCIAIS
               THRU 2500-PROVISIONA-PARCIAIS-FIM.
      *> CLIENTE QUE NAO COUBE NA TABELA DEIXARIA A PROVISAO
      *> INCOMPLETA: NADA VAI PARA O DIARIO NEM PARA O HISTORICO.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

      *> O DIARIO DA PROVISAO E ANEXADO APOS OS DO RECEBER E DO
      *> PAGAR, COM SEU TRAILER DE CONTROLE PROPRIO.
           SET WS-FS-LANCTOS TO 0.
           OPEN EXTEND LANCTOS_CONTABEIS
           IF WS-FS-LANCTOS EQUAL 35
               OPEN OUTPUT LANCTOS_CONTABEIS
           END-IF

           SET WS-FS-PDD TO 0.
           OPEN I-O PDD_HIST
           IF WS-FS-PDD EQUAL 35
               OPEN OUTPUT PDD_HIST
               CLOSE PDD_HIST
               OPEN I-O PDD_HIST
           END-IF
           IF WS-REFAZ EQUAL 'S'
               PERFORM 2900-APAGA-MES THRU 2900-APAGA-MES-FIM
           END-IF

      *> CLIENTES NA ORDEM DO CODIGO, COMO TAB_CLIENTE OS GUARDA.
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM 3000-LANCA-VARIACAO THRU 3000-LANCA-VARIACAO-FIM
               VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'.

           PERFORM 4000-GRAVA-TRAILER THRU 4000-GRAVA-TRAILER-FIM.

           CLOSE PDD_HIST.
           CLOSE LANCTOS_CONTABEIS.

           DISPLAY " "
           DISPLAY "------------- RESUMO DA PROVISAO -------------"
           DISPLAY "A VENCER: " WS-FXA-QTDE(1) " SALDO "
               WS-FXA-VL-ABERTO(1) " PROVISAO " WS-FXA-VL-PROVISAO(1)
           DISPLAY "ATE " WS-FAIXA-1 " DIAS: " WS-FXA-QTDE(2)
               " SALDO " WS-FXA-VL-ABERTO(2) " PROVISAO "
               WS-FXA-VL-PROVISAO(2)
           DISPLAY "ATE " WS-FAIXA-2 " DIAS: " WS-FXA-QTDE(3)
               " SALDO " WS-FXA-VL-ABERTO(3) " PROVISAO "
               WS-FXA-VL-PROVISAO(3)
           DISPLAY "ATE " WS-FAIXA-3 " DIAS: " WS-FXA-QTDE(4)
               " SALDO " WS-FXA-VL-ABERTO(4) " PROVISAO "
               WS-FXA-VL-PROVISAO(4)
           DISPLAY "ACIMA DE " WS-FAIXA-3 " DIAS: " WS-FXA-QTDE(5)
               " SALDO " WS-FXA-VL-ABERTO(5) " PROVISAO "
               WS-FXA-VL-PROVISAO(5)
           DISPLAY "PROVISAO DO MES: " WS-VL-TOTAL-PROVISAO
           DISPLAY "PROVISAO DO MES ANTERIOR: " WS-VL-TOTAL-ANTERIOR
           DISPLAY "CONSUMIDA POR BAIXAS DO MES: "
               WS-VL-TOTAL-CONSUMIDO
           DISPLAY "CLIENTES NO HISTORICO: " WS-QTD-CLIENTES-HIST
           DISPLAY "CONSTITUICOES LANCADAS: " WS-QTD-CONSTITUICOES
           DISPLAY "REVERSOES LANCADAS: " WS-QTD-REVERSOES
           DISPLAY "TOTAL DE LANCAMENTOS: " WS-QTD-LANCTOS
           DISPLAY "TOTAL DE DEBITOS: " WS-VL-DEBITOS
           DISPLAY "TOTAL DE CREDITOS: " WS-VL-CREDITOS

           PERFORM 5000-CONFERE-TOTAIS THRU 5000-CONFERE-TOTAIS-FIM.

       ROT-FIM.
           IF WS-LOTE EQUAL 'S'
               MOVE WS-QTD-LANCTOS TO WS-RC-REGISTROS
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
           MOVE CARD-MES-FECHAMENTO TO WS-MES-FECHAMENTO
           DISPLAY "MES DE FECHAMENTO DO CARTAO fechames_param: "
               WS-MES-FECHAMENTO

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
      * ULTIMO DIA DO MES DE FECHAMENTO E  *
      * MES ANTERIOR (VIRADA DE ANO EM     *
      * JANEIRO)                           *
      **************************************
      *
       0040-CALCULA-DATAS.
           IF WS-FECH-MES < 1 OR WS-FECH-MES > 12
               DISPLAY "*** MES DE FECHAMENTO INVALIDO: "
                   WS-MES-FECHAMENTO " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0040-CALCULA-DATAS-FIM
           END-IF

           IF WS-FECH-MES EQUAL 1
               COMPUTE WS-MES-ANTERIOR =
                   (WS-FECH-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-FECHAMENTO - 1
           END-IF

      *> O ULTIMO DIA DO MES E A VESPERA DO PRIMEIRO DIA DO MES
      *> SEGUINTE.
           MOVE 01 TO WS-AUX-DIA
           IF WS-FECH-MES EQUAL 12
               COMPUTE WS-AUX-ANO = WS-FECH-ANO + 1
               MOVE 01 TO WS-AUX-MES
           ELSE
               MOVE WS-FECH-ANO TO WS-AUX-ANO
               COMPUTE WS-AUX-MES = WS-FECH-MES + 1
           END-IF
           COMPUTE WS-DT-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-AUXILIAR) - 1).
       0040-CALCULA-DATAS-FIM.
           EXIT.
      *
      **************************************
      * PROVISAO DO MES JA NO DIARIO NAO E *
      * LANCADA DE NOVO (VARIACAO EM       *
      * DOBRO); JA NO HISTORICO MAS FORA   *
      * DO DIARIO REFEITO, E REFEITA       *
      **************************************
      *
       0045-VERIFICA-MES.
           MOVE 'N' TO WS-REFAZ
           PERFORM 0046-VERIFICA-DIARIO THRU 0046-VERIFICA-DIARIO-FIM
           IF WS-JA-NO-DIARIO EQUAL 'S'
               DISPLAY "*** PROVISAO DO MES " WS-MES-FECHAMENTO
                   " JA ESTA NO DIARIO LANCTOS_CONTABEIS - PROVISAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0045-VERIFICA-MES-FIM
           END-IF

           SET WS-FS-PDD TO 0.
           OPEN INPUT PDD_HIST
           IF WS-FS-PDD EQUAL 35
               GO TO 0045-VERIFICA-MES-FIM
           END-IF

           MOVE WS-MES-FECHAMENTO TO PDH-MES
           MOVE ZEROS             TO PDH-COD-CLIENTE
           START PDD_HIST KEY IS NOT LESS THAN PDH-CHAVE
               INVALID KEY
                   CLOSE PDD_HIST
                   GO TO 0045-VERIFICA-MES-FIM
           END-START

           READ PDD_HIST NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PDH-MES EQUAL WS-MES-FECHAMENTO
                       DISPLAY "* MES " WS-MES-FECHAMENTO
                           " PROVISIONADO EM " PDH-DT-GERACAO
                           " MAS FORA DO DIARIO ATUAL - PROVISAO "
                           "REFEITA *"
                       MOVE 'S' TO WS-REFAZ
                   END-IF
           END-READ

           CLOSE PDD_HIST.
       0045-VERIFICA-MES-FIM.
           EXIT.
      *
      **************************************
      * O TRAILER DESTE DIARIO PARA O MES  *
      * JA ESTA EM LANCTOS_CONTABEIS? (O   *
      * EXERCICIO_040 REFAZ O ARQUIVO A    *
      * CADA FECHAMENTO)                   *
      **************************************
      *
       0046-VERIFICA-DIARIO.
           MOVE 'N' TO WS-JA-NO-DIARIO
           SET WS-FS-LANCTOS TO 0.
           SET WS-EOF        TO 0.
           OPEN INPUT LANCTOS_CONTABEIS
           IF WS-FS-LANCTOS EQUAL 35
               GO TO 0046-VERIFICA-DIARIO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ LANCTOS_CONTABEIS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LCT-T-TIPO   EQUAL 'T'   AND
                          LCT-T-ORIGEM EQUAL 'PDD' AND
                          LCT-T-MES    EQUAL WS-MES-FECHAMENTO
                           MOVE 'S' TO WS-JA-NO-DIARIO
                           MOVE 1   TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LANCTOS_CONTABEIS.
       0046-VERIFICA-DIARIO-FIM.
           EXIT.
      *
      **************************************
      * CARGA DAS FAIXAS DO AGING E DOS    *
      * PERCENTUAIS DE PROVISAO DO ARQUIVO *
      * DE PARAMETROS, FALHANDO DE FORMA   *
      * RUIDOSA SE FALTAR ALGUM            *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           MOVE 'FAIXA-AGING1' TO WS-PARAM-CODIGO
           PERFORM 0060-LE-PARAMETRO THRU 0060-LE-PARAMETRO-FIM
           IF RETURN-CODE NOT = 0
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-FAIXA-1

           MOVE 'FAIXA-AGING2' TO WS-PARAM-CODIGO
           PERFORM 0060-LE-PARAMETRO THRU 0060-LE-PARAMETRO-FIM
           IF RETURN-CODE NOT = 0
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-FAIXA-2

           MOVE 'FAIXA-AGING3' TO WS-PARAM-CODIGO
           PERFORM 0060-LE-PARAMETRO THRU 0060-LE-PARAMETRO-FIM
           IF RETURN-CODE NOT = 0
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-FAIXA-3

           MOVE 'PDD-FAIXA1' TO WS-PARAM-CODIGO
           PERFORM 0060-LE-PARAMETRO THRU 0060-LE-PARAMETRO-FIM
           IF RETURN-CODE NOT = 0
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PCT-FAIXA-1

           MOVE 'PDD-FAIXA2' TO WS-PARAM-CODIGO
           PERFORM 0060-LE-PARAMETRO THRU 0060-LE-PARAMETRO-FIM
           IF RETURN-CODE NOT = 0
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PCT-FAIXA-2

           MOVE 'PDD-FAIXA3' TO WS-PARAM-CODIGO
           PERFORM 0060-LE-PARAMETRO THRU 0060-LE-PARAMETRO-FIM
           IF RETURN-CODE NOT = 0
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PCT-FAIXA-3

           MOVE 'PDD-ALEM' TO WS-PARAM-CODIGO
           PERFORM 0060-LE-PARAMETRO THRU 0060-LE-PARAMETRO-FIM
           IF RETURN-CODE NOT = 0
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PCT-ALEM

      *> A PROVISAO SOBRE O QUE AINDA NAO VENCEU E OPCIONAL: SEM O
      *> PARAMETRO, A FAIXA A VENCER NAO E PROVISIONADA.
           MOVE ZEROS TO WS-PCT-A-VENCER
           MOVE 'PDD-A-VENCER' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU EQUAL 'S'
               MOVE WS-PARAM-VALOR TO WS-PCT-A-VENCER
           END-IF.
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
       0060-LE-PARAMETRO.
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO " WS-PARAM-CODIGO
                   " NAO CADASTRADO EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       0060-LE-PARAMETRO-FIM.
           EXIT.
      *
      **************************************
      * CARGA DO PLANO DE CONTAS DOS       *
      * EVENTOS DA PROVISAO                *
      **************************************
      *
       0070-CARREGA-CONTAS.
           SET WS-FS-PLANO TO 0.
           OPEN INPUT PLANO_CONTAS
           IF WS-FS-PLANO EQUAL 35
               DISPLAY "*** ARQUIVO PLANO_CONTAS NAO EXISTE - "
                   "CADASTRE O PLANO EM EXERCICIO_087 ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0070-CARREGA-CONTAS-FIM
           END-IF

           MOVE 'PDD-CONSTIT' TO WS-EVENTO-BUSCA
           PERFORM 0080-LE-EVENTO THRU 0080-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-PDC-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-PDC-C
           MOVE WS-CC-LIDO    TO WS-CC-PDC

           MOVE 'PDD-REVERSAO' TO WS-EVENTO-BUSCA
           PERFORM 0080-LE-EVENTO THRU 0080-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-PDR-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-PDR-C
           MOVE WS-CC-LIDO    TO WS-CC-PDR

           CLOSE PLANO_CONTAS.
       0070-CARREGA-CONTAS-FIM.
           EXIT.
      *
       0080-LE-EVENTO.
           MOVE SPACES TO WS-CTA-D-LIDA
           MOVE SPACES TO WS-CTA-C-LIDA
           MOVE SPACES TO WS-CC-LIDO
           MOVE WS-EVENTO-BUSCA TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
                   DISPLAY "*** EVENTO " WS-EVENTO-BUSCA
                       " SEM MAPEAMENTO NO PLANO DE CONTAS - "
                       "PROVISAO RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE PLC-CONTA-DEBITO  TO WS-CTA-D-LIDA
                   MOVE PLC-CONTA-CREDITO TO WS-CTA-C-LIDA
                   MOVE PLC-CENTRO-CUSTO  TO WS-CC-LIDO
           END-READ.
       0080-LE-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * PROVISAO DO MES ANTERIOR POR       *
      * CLIENTE, LIDA DO HISTORICO         *
      * (PRIMEIRO MES: TUDO ZERO)          *
      **************************************
      *
       1000-CARREGA-ANTERIOR.
           SET WS-FS-PDD TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT PDD_HIST
           IF WS-FS-PDD EQUAL 35
               DISPLAY "* HISTORICO PDD_HIST AINDA NAO EXISTE - "
                   "PROVISAO ANTERIOR ZERO *"
               GO TO 1000-CARREGA-ANTERIOR-FIM
           END-IF

           MOVE WS-MES-ANTERIOR TO PDH-MES
           MOVE ZEROS           TO PDH-COD-CLIENTE
           START PDD_HIST KEY IS NOT LESS THAN PDH-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ PDD_HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PDH-MES NOT EQUAL WS-MES-ANTERIOR
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF PDH-COD-CLIENTE > 0
                               MOVE PDH-COD-CLIENTE
                                   TO WS-IC-COD-CLIENTE
                               PERFORM 0120-POSICAO-CLIENTE
                                   THRU 0120-POSICAO-CLIENTE-FIM
                               IF WS-IC-RESULTADO EQUAL 'S'
                                   MOVE PDH-VL-PROVISAO TO
                                   WS-PDD-VL-ANTERIOR(WS-IC-POSICAO)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PDD_HIST.
       1000-CARREGA-ANTERIOR-FIM.
           EXIT.
      *
      **************************************
      * SALDO BAIXADO COMO INCOBRAVEL NO   *
      * MES POR CLIENTE: ESSA PARTE DA     *
      * PROVISAO ANTERIOR JA FOI CONSUMIDA *
      * PELO EVENTO BAIXA-PDD              *
      **************************************
      *
       1500-CARREGA-BAIXAS.
           SET WS-FS-DUPL_INCOBRAVEIS TO 0.
           SET WS-EOF                 TO 0.
           OPEN INPUT DUPL_INCOBRAVEIS
           IF WS-FS-DUPL_INCOBRAVEIS EQUAL 35
               GO TO 1500-CARREGA-BAIXAS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_INCOBRAVEIS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BAIXA-DATA TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           AND DUPL-COD-CLIENTE OF
                               REG-DUPL_INCOBRAVEIS > 0
                           MOVE DUPL-COD-CLIENTE OF REG-DUPL_INCOBRAVEIS
                               TO WS-IC-COD-CLIENTE
                           PERFORM 0120-POSICAO-CLIENTE
                               THRU 0120-POSICAO-CLIENTE-FIM
                           IF WS-IC-RESULTADO EQUAL 'S'
                               COMPUTE WS-PDD-VL-BAIXADO(WS-IC-POSICAO)
                                   = WS-PDD-VL-BAIXADO(WS-IC-POSICAO)
                                   + DUPL-VL-FATURA OF
                                       REG-DUPL_INCOBRAVEIS
                                   - DUPL-VL-PAGO OF
                                       REG-DUPL_INCOBRAVEIS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DUPL_INCOBRAVEIS.
       1500-CARREGA-BAIXAS-FIM.
           EXIT.
      *
      **************************************
      * PROVISAO SOBRE AS VENCIDAS         *
      **************************************
      *
       2000-PROVISIONA-VENCIDAS.
           SET WS-FS-DUPL_VENCIDAS TO 0.
           SET WS-EOF              TO 0.
           OPEN INPUT DUPL_VENCIDAS
           IF WS-FS-DUPL_VENCIDAS EQUAL 35
               DISPLAY "* ARQUIVO DUPL_VENCIDAS NAO EXISTE *"
               GO TO 2000-PROVISIONA-VENCIDAS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_VENCIDAS NEXT RECORD INTO WS-DUPLICATA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 2100-PROVISIONA-DUPLICATA
                           THRU 2100-PROVISIONA-DUPLICATA-FIM
               END-READ
           END-PERFORM

           CLOSE DUPL_VENCIDAS.
       2000-PROVISIONA-VENCIDAS-FIM.
           EXIT.
      *
      **************************************
      * PROVISAO DE UMA DUPLICATA: FAIXA   *
      * PELO ATRASO NO ULTIMO DIA DO MES E *
      * PERCENTUAL DA FAIXA SOBRE O SALDO  *
      **************************************
      *
       2100-PROVISIONA-DUPLICATA.
      *> DUPLICATA RENEGOCIADA (EXERCICIO_037) JA FOI SUBSTITUIDA
      *> PELAS NOVAS PARCELAS, QUE SAO PROVISIONADAS NO LUGAR DELA.
           IF DUPL-ST-DUPLICATA OF WS-DUPLICATA EQUAL "REN"
               GO TO 2100-PROVISIONA-DUPLICATA-FIM
           END-IF

           IF DUPL-COD-CLIENTE OF WS-DUPLICATA EQUAL ZEROS
               GO TO 2100-PROVISIONA-DUPLICATA-FIM
           END-IF

           COMPUTE WS-VL-SALDO-DUPL =
               DUPL-VL-FATURA OF WS-DUPLICATA -
               DUPL-VL-PAGO OF WS-DUPLICATA
           IF WS-VL-SALDO-DUPL NOT > ZEROS
               GO TO 2100-PROVISIONA-DUPLICATA-FIM
           END-IF

      *> MESMA CONTAGEM DO AGING: O ATRASO COMECA NO PRIMEIRO DIA
      *> UTIL EM QUE O CLIENTE PODIA PAGAR.
           MOVE DUPL-DT-VENCIMENTO OF WS-DUPLICATA TO WS-DT-VENC
           CALL 'CALC_DIA_UTIL' USING WS-DT-VENC, WS-VENC-UTIL

           MOVE 'D' TO WS-CD-FUNCAO
           MOVE WS-DT-FIM-MES TO WS-CD-DATA-1
           MOVE WS-VENC-UTIL TO WS-CD-DATA-2
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA
           MOVE WS-CD-DIAS TO WS-DIAS-ATRASO

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT > 0
                   MOVE 1 TO WS-IDX-FAIXA
                   MOVE WS-PCT-A-VENCER TO WS-PCT-APLICADO
               WHEN WS-DIAS-ATRASO NOT > WS-FAIXA-1
                   MOVE 2 TO WS-IDX-FAIXA
                   MOVE WS-PCT-FAIXA-1 TO WS-PCT-APLICADO
               WHEN WS-DIAS-ATRASO NOT > WS-FAIXA-2
                   MOVE 3 TO WS-IDX-FAIXA
                   MOVE WS-PCT-FAIXA-2 TO WS-PCT-APLICADO
               WHEN WS-DIAS-ATRASO NOT > WS-FAIXA-3
                   MOVE 4 TO WS-IDX-FAIXA
                   MOVE WS-PCT-FAIXA-3 TO WS-PCT-APLICADO
               WHEN OTHER
                   MOVE 5 TO WS-IDX-FAIXA
                   MOVE WS-PCT-ALEM TO WS-PCT-APLICADO
           END-EVALUATE

           COMPUTE WS-VL-PROV-DUPL ROUNDED =
               WS-VL-SALDO-DUPL * WS-PCT-APLICADO / 100

           ADD 1 TO WS-QTD-DUPLICATAS
           ADD 1 TO WS-FXA-QTDE(WS-IDX-FAIXA)
           ADD WS-VL-SALDO-DUPL TO WS-FXA-VL-ABERTO(WS-IDX-FAIXA)
           ADD WS-VL-PROV-DUPL TO WS-FXA-VL-PROVISAO(WS-IDX-FAIXA)
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO WS-IC-COD-CLIENTE
           PERFORM 0120-POSICAO-CLIENTE THRU 0120-POSICAO-CLIENTE-FIM
           IF WS-IC-RESULTADO EQUAL 'S'
               ADD WS-VL-SALDO-DUPL TO
                   WS-PDD-VL-ABERTO(WS-IC-POSICAO)
               ADD WS-VL-PROV-DUPL TO
                   WS-PDD-VL-PROVISAO(WS-IC-POSICAO)
           END-IF.
       2100-PROVISIONA-DUPLICATA-FIM.
           EXIT.
      *
      **************************************
      * PROVISAO SOBRE AS PARCIAIS QUE NAO *
      * ESTAO TAMBEM EM DUPL_VENCIDAS (A   *
      * MESMA DUPLICATA NAO E PROVISIONADA *
      * DUAS VEZES)                        *
      **************************************
      *
       2500-PROVISIONA-PARCIAIS.
           SET WS-FS-DUPL_PARCIAIS TO 0.
           SET WS-EOF              TO 0.
           OPEN INPUT DUPL_PARCIAIS
           IF WS-FS-DUPL_PARCIAIS EQUAL 35
               GO TO 2500-PROVISIONA-PARCIAIS-FIM
           END-IF

           SET WS-FS-DUPL_VENCIDAS TO 0.
           OPEN INPUT DUPL_VENCIDAS

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PARCIAIS INTO WS-DUPLICATA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 2600-CONFERE-PARCIAL
                           THRU 2600-CONFERE-PARCIAL-FIM
               END-READ
           END-PERFORM

           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               CLOSE DUPL_VENCIDAS
           END-IF
           CLOSE DUPL_PARCIAIS.
       2500-PROVISIONA-PARCIAIS-FIM.
           EXIT.
      *
       2600-CONFERE-PARCIAL.
           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               READ DUPL_VENCIDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 2600-CONFERE-PARCIAL-FIM
               END-READ
           END-IF

           PERFORM 2100-PROVISIONA-DUPLICATA
               THRU 2100-PROVISIONA-DUPLICATA-FIM.
       2600-CONFERE-PARCIAL-FIM.
           EXIT.
      *
      **************************************
      * RODADA REFEITA: APAGA AS LINHAS DO *
      * MES NO HISTORICO, QUE SAO GRAVADAS *
      * DE NOVO PELA PROVISAO ATUAL        *
      **************************************
      *
       2900-APAGA-MES.
           MOVE WS-MES-FECHAMENTO TO PDH-MES
           MOVE ZEROS             TO PDH-COD-CLIENTE
           START PDD_HIST KEY IS NOT LESS THAN PDH-CHAVE
               INVALID KEY
                   GO TO 2900-APAGA-MES-FIM
           END-START

           SET WS-EOF TO 0.
           PERFORM UNTIL WS-EOF = 1
               READ PDD_HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PDH-MES NOT EQUAL WS-MES-FECHAMENTO
                           MOVE 1 TO WS-EOF
                       ELSE
                           DELETE PDD_HIST RECORD
                           ADD 1 TO WS-QTD-APAGADOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "* LINHAS DO MES APAGADAS DO HISTORICO PARA A "
               "RODADA REFEITA: " WS-QTD-APAGADOS " *".
       2900-APAGA-MES-FIM.
           EXIT.
      *
      **************************************
      * VARIACAO DA PROVISAO DE UM         *
      * CLIENTE: PROVISAO DO MES MENOS O   *
      * QUE SOBROU DA ANTERIOR APOS AS     *
      * BAIXAS DO MES; SO A VARIACAO VAI   *
      * PARA O DIARIO                      *
      **************************************
      *
       3000-LANCA-VARIACAO.
           MOVE 'O' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               GO TO 3000-LANCA-VARIACAO-FIM
           END-IF
           MOVE WS-IC-POSICAO TO WS-IDX

           IF WS-PDD-VL-ABERTO(WS-IDX)   EQUAL ZEROS AND
              WS-PDD-VL-PROVISAO(WS-IDX) EQUAL ZEROS AND
              WS-PDD-VL-ANTERIOR(WS-IDX) EQUAL ZEROS
               GO TO 3000-LANCA-VARIACAO-FIM
           END-IF

      *> A BAIXA SO CONSOME ATE O LIMITE DA PROVISAO ANTERIOR DO
      *> CLIENTE; O EXCEDENTE FOI DIRETO PARA A DESPESA
      *> (BAIXA-INCOB) NO DIARIO DO RECEBER.
           IF WS-PDD-VL-BAIXADO(WS-IDX) < WS-PDD-VL-ANTERIOR(WS-IDX)
               MOVE WS-PDD-VL-BAIXADO(WS-IDX) TO WS-VL-CONSUMIDO
           ELSE
               MOVE WS-PDD-VL-ANTERIOR(WS-IDX) TO WS-VL-CONSUMIDO
           END-IF

           COMPUTE WS-VL-VARIACAO =
               WS-PDD-VL-PROVISAO(WS-IDX) -
               (WS-PDD-VL-ANTERIOR(WS-IDX) - WS-VL-CONSUMIDO)

           ADD WS-PDD-VL-PROVISAO(WS-IDX) TO WS-VL-TOTAL-PROVISAO
           ADD WS-PDD-VL-ANTERIOR(WS-IDX) TO WS-VL-TOTAL-ANTERIOR
           ADD WS-VL-CONSUMIDO TO WS-VL-TOTAL-CONSUMIDO

           MOVE WS-DT-FIM-MES TO LCT-DATA
           MOVE ZEROS         TO LCT-NR-DUPLICATA
           MOVE WS-IC-COD-CLIENTE TO LCT-COD-CLIENTE
           IF WS-VL-VARIACAO > ZEROS
               ADD 1 TO WS-QTD-CONSTITUICOES
               MOVE WS-VL-VARIACAO TO WS-VL-EVENTO
               MOVE WS-CTA-PDC-D TO WS-CTA-D-LIDA
               MOVE WS-CTA-PDC-C TO WS-CTA-C-LIDA
               MOVE WS-CC-PDC    TO WS-CC-LANCTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF
           IF WS-VL-VARIACAO < ZEROS
               ADD 1 TO WS-QTD-REVERSOES
               COMPUTE WS-VL-EVENTO = ZEROS - WS-VL-VARIACAO
               MOVE WS-CTA-PDR-D TO WS-CTA-D-LIDA
               MOVE WS-CTA-PDR-C TO WS-CTA-C-LIDA
               MOVE WS-CC-PDR    TO WS-CC-LANCTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF

      *> O MES JA NO DIARIO E RECUSADO NA PARTIDA (0045-VERIFICA-MES)
      *> E, NA RODADA REFEITA, AS LINHAS ANTIGAS DO MES JA FORAM
      *> APAGADAS (2900-APAGA-MES); O REWRITE SO PROTEGE A CHAVE.
           INITIALIZE REG-PDD-HIST
           MOVE WS-MES-FECHAMENTO          TO PDH-MES
           MOVE WS-IC-COD-CLIENTE          TO PDH-COD-CLIENTE
           MOVE WS-PDD-VL-ABERTO(WS-IDX)   TO PDH-VL-ABERTO
           MOVE WS-PDD-VL-PROVISAO(WS-IDX) TO PDH-VL-PROVISAO
           MOVE WS-PDD-VL-ANTERIOR(WS-IDX) TO PDH-VL-PROV-ANTERIOR
           MOVE WS-VL-CONSUMIDO            TO PDH-VL-CONSUMIDO
           MOVE WS-VL-VARIACAO             TO PDH-VL-VARIACAO
           MOVE WS-HOJE-AAAAMMDD           TO PDH-DT-GERACAO
           WRITE REG-PDD-HIST
               INVALID KEY
                   REWRITE REG-PDD-HIST
           END-WRITE
           ADD 1 TO WS-QTD-CLIENTES-HIST.
       3000-LANCA-VARIACAO-FIM.
           EXIT.
      *
      **************************************
      * POSICAO DO CLIENTE EM WS-IC-COD-   *
      * CLIENTE, INCLUINDO-O SE PRECISO    *
      **************************************
      *
       0120-POSICAO-CLIENTE.
           MOVE 'I' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   WS-IC-COD-CLIENTE ' NAO TOTALIZADO ***'
               MOVE 16 TO RETURN-CODE
           END-IF.
       0120-POSICAO-CLIENTE-FIM.
           EXIT.
      *
      **************************************
      * PAR DE PARTIDAS DE UM EVENTO DA    *
      * PROVISAO                           *
      **************************************
      *
       9400-GRAVA-PAR-EVENTO.
           MOVE 'L'           TO LCT-TIPO
           MOVE 'D'           TO LCT-DC
           MOVE WS-CTA-D-LIDA TO LCT-CONTA
           MOVE WS-CC-LANCTO  TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO  TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-DEBITOS

           MOVE 'L'           TO LCT-TIPO
           MOVE 'C'           TO LCT-DC
           MOVE WS-CTA-C-LIDA TO LCT-CONTA
           MOVE WS-CC-LANCTO  TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO  TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-CREDITOS.
       9400-GRAVA-PAR-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * TRAILER DE CONTROLE DO DIARIO DA   *
      * PROVISAO                           *
      **************************************
      *
       4000-GRAVA-TRAILER.
           INITIALIZE REG-LANCTO-TRAILER
           MOVE 'T'            TO LCT-T-TIPO
           MOVE WS-QTD-LANCTOS TO LCT-T-QTDE
           MOVE WS-VL-DEBITOS  TO LCT-T-VL-DEBITOS
           MOVE WS-VL-CREDITOS TO LCT-T-VL-CREDITOS
           MOVE 'PDD'          TO LCT-T-ORIGEM
           MOVE WS-MES-FECHAMENTO TO LCT-T-MES
           WRITE REG-LANCTO-TRAILER.
       4000-GRAVA-TRAILER-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE CONFERENCIA DE TOTAIS DE *
      * CONTROLE (DEBITOS = CREDITOS)      *
      **************************************
      *
       5000-CONFERE-TOTAIS.
           MOVE 0 TO RETURN-CODE

           IF WS-VL-DEBITOS NOT = WS-VL-CREDITOS
               DISPLAY '* DIVERGENCIA: TOTAL DE DEBITOS DIFERENTE DO '
                       'TOTAL DE CREDITOS - DIARIO NAO PODE SER '
                       'LIBERADO *'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = 0
               DISPLAY 'TOTAIS DE CONTROLE CONFEREM.'
               DISPLAY 'BALANCEAMENTO DE FIM DE JOB: PASS'
           ELSE
               DISPLAY 'BALANCEAMENTO DE FIM DE JOB: FAIL'
           END-IF.
       5000-CONFERE-TOTAIS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_127.
