      * O DIARIO COBRE AS BAIXAS DE INCOBRAVEIS (DUPL_INCOBRAVEIS,
      * EXERCICIO_041), OS CANCELAMENTOS POR TRANCAMENTO (STATUS
      * 'CAN', EXERCICIO_052) E AS RENEGOCIACOES (ACORDOS_RENEG,
      * EXERCICIO_037), QUE OS AUDITORES CONCILIAVAM A MAO. COM A
      * PROVISAO PARA DEVEDORES DUVIDOSOS (EXERCICIO_127, HISTORICO
      * PDD_HIST), A BAIXA DE INCOBRAVEL CONSOME PRIMEIRO A PROVISAO
      * DO CLIENTE NO FIM DO MES ANTERIOR (EVENTO BAIXA-PDD) E SO O
      * EXCEDENTE VAI PARA A DESPESA (BAIXA-INCOB), PARA A PERDA NAO
      * SER RECONHECIDA DUAS VEZES. O DINHEIRO QUE AINDA ENTRA DE
      * DUPLICATA JA BAIXADA COMO INCOBRAVEL (HISTORICO RECUPERACOES,
      * GRAVADO PELA SUBROTINA RECUPERA_INCOB) E LANCADO NO EVENTO
      * RECUPERACAO (DEBITO EM CAIXA, CREDITO EM RECEITA DE
      * RECUPERACAO), EXIGIDO NO PLANO DE CONTAS SO QUANDO HA
      * RECUPERACAO NO MES. O QUE FOI PAGO DA DUPLICATA COM O CREDITO
      * DO CLIENTE (SOMA DOS USOS 'CMP' DA DUPLICATA EM
      * CREDITOS_CLI_USO, GRAVADOS POR EXERCICIO_126) NAO E ENTRADA DE
      * CAIXA: SAI NO EVENTO NOTA-CREDITO (DEBITO EM CREDITOS DE
      * CLIENTE/DEVOLUCOES, CREDITO EM CONTAS A RECEBER) E SO O
      * RESTANTE DO VALOR PAGO SAI EM RECEBIMENTO. O CREDITO
      * DEVOLVIDO EM DINHEIRO (USOS 'REE' DO MES) SAI NO EVENTO
      * REEMBOLSO (DEBITO EM CREDITOS DE CLIENTE, CREDITO EM
      * CAIXA/BANCO). NOTA-CREDITO E REEMBOLSO SO SAO EXIGIDOS NO
      * PLANO QUANDO HA COMPENSACAO OU REEMBOLSO NO MES. CADA
      * LANCAMENTO LEVA O CENTRO DE CUSTO (LCT-CENTRO-CUSTO): O
      * PADRAO DO EVENTO NO PLANO DE CONTAS, TROCADO PELO CENTRO DA
      * PROPRIA DUPLICATA QUANDO ELA TEM UM EM DUPL_CCUSTO
      * (MENSALIDADE, CENTRO DO CURSO - EXERCICIO_031).
      * NO JOB DE FECHAMENTO DO MES (FECHAMES.JCL) O MES VEM DO
      * CARTAO fechames_param EM VEZ DO CONSOLE E A EXECUCAO E
      * REGISTRADA NA SUBROTINA RUN_CONTROLE, PRIMEIRO PASSO DA
      * CADEIA DE DEPENDENCIAS DO FECHAMENTO (EXERCICIO_123).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY      IS ACR-NR-PARCELA
           FILE STATUS     IS WS-FS-ACORDOS.

           SELECT PDD_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pdd_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PDH-CHAVE
           FILE STATUS     IS WS-FS-PDD.

           SELECT RECUPERACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\recuperacoes.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-RECUP.

      *> CENTRO DE CUSTO PROPRIO DA DUPLICATA (GRAVADO PELO
      *> FATURAMENTO DE MENSALIDADE, EXERCICIO_031).
           SELECT DUPL_CCUSTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_ccusto.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS DCC-NR-DUPLICATA
           FILE STATUS     IS WS-FS-DCC.

      *> HISTORICO DE USO DOS CREDITOS DE CLIENTE (EXERCICIO_126):
      *> COMPENSACAO EM DUPLICATA ('CMP') E REEMBOLSO ('REE').
           SELECT CREDITOS_CLI_USO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_cli_uso.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-USO.

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

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

       FD DUPL_INCOBRAVEIS.
       01 REG-DUPL_INCOBRAVEIS.
           COPY DUPLICATA.
           COPY BAIXAINC.

       FD ACORDOS_RENEG.
       01 REG-ACORDO.
           03 ACR-NR-PARCELA           PIC 9(007).
           03 ACR-NR-ACORDO            PIC 9(007).
           03 ACR-NR-ORIGINAL          PIC 9(007).
           03 ACR-COD-CLIENTE          PIC 9(005).
           03 ACR-DT-ACORDO            PIC 9(008).
           03 ACR-QTD-PARCELAS         PIC 9(002).
           03 ACR-ST-ACORDO            PIC X(003).

      *> PROVISAO PARA DEVEDORES DUVIDOSOS POR MES E CLIENTE
      *> (GRAVADA POR EXERCICIO_127).
       FD PDD_HIST.
       01 REG-PDD-HIST.
           COPY PDDHIST.

       FD RECUPERACOES.
       01 REG-RECUPERACAO.
           COPY RECUPERA.

       FD DUPL_CCUSTO.
       01 REG-DUPL-CCUSTO.
           COPY DUPLCC.

      *> MESMO LAYOUT GRAVADO PELA COMPENSACAO (EXERCICIO_126).
       FD CREDITOS_CLI_USO.
       01 REG-CREDITO-USO.
           03 CRU-COD-CLIENTE          PIC 9(005).
           03 CRU-NR-PEDIDO            PIC 9(007).
           03 CRU-DT-CREDITO           PIC 9(008).
           03 CRU-TIPO                 PIC X(003).
           03 CRU-NR-DUPLICATA         PIC 9(007).
           03 CRU-VL-USADO             PIC S9(013)V9(002).
           03 CRU-VL-SALDO-ANT         PIC S9(013)V9(002).
           03 CRU-VL-SALDO-NOVO        PIC S9(013)V9(002).
           03 CRU-OPERADOR             PIC X(008).
           03 CRU-DATA-HORA            PIC 9(014).

      *> O DIARIO TEM LANCAMENTOS (TIPO 'L') E UM TRAILER (TIPO 'T')
      *> COM QUANTIDADE E TOTAIS DE DEBITO E CREDITO, QUE A
      *> CONTABILIDADE CONFERE ANTES DE IMPORTAR. CADA DIARIO ANEXADO
      *> NO FECHAMENTO TEM SEU TRAILER, MARCADO COM A ORIGEM ('REC'
      *> RECEBER, 'PAG' PAGAR, 'PDD' PROVISAO, 'EST' ESTOQUE, 'IMP'
      *> IMPOSTO, 'DEP' FROTA) E O MES, PARA CADA PROGRAMA SABER SE O
      *> SEU DIARIO DO MES JA ESTA NO ARQUIVO ATUAL.
       FD LANCTOS_CONTABEIS.
       01 REG-LANCTO.
           03 LCT-TIPO                 PIC X(001).
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
           'EXERCICIO_040'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-DUPL_PAGAS             PIC 99.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-PLANO                  PIC 99.
       77 WS-FS-DUPL_INCOBRAVEIS       PIC 99.
       77 WS-FS-ACORDOS                PIC 99.
       77 WS-FS-PDD                    PIC 99.
       77 WS-FS-RECUP                  PIC 99.
       77 WS-FS-DCC                    PIC 99.
       77 WS-FS-USO                    PIC 99.
       77 WS-EOF                       PIC 99.
       01 WS-MES-FECHAMENTO            PIC 9(006).
       01 FILLER REDEFINES WS-MES-FECHAMENTO.
           03 WS-FECH-ANO              PIC 9(004).
           03 WS-FECH-MES              PIC 9(002).
       77 WS-MES-ANTERIOR              PIC 9(006).
       77 WS-QTD-LANCTOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-DEBITOS                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-CREDITOS               PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QTD-RECEBIMENTOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JUROS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-BAIXAS-INC            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-BAIXAS-PDD            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CANCELAMENTOS         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RENEGOCIACOES         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RECUPERACOES          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-COMPENSACOES          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REEMBOLSOS            PIC 9(006) VALUE ZEROS.
       77 WS-VL-EVENTO                 PIC S9(013)V9(002).
       77 WS-IDX                       PIC 9(003).
       77 WS-ACHOU                     PIC X(001).
           03 WS-CTA-CAN-C             PIC X(010).
           03 WS-CTA-REN-D             PIC X(010).
           03 WS-CTA-REN-C             PIC X(010).
           03 WS-CTA-BPD-D             PIC X(010).
           03 WS-CTA-BPD-C             PIC X(010).
           03 WS-CTA-RCP-D             PIC X(010).
           03 WS-CTA-RCP-C             PIC X(010).
           03 WS-CTA-NCR-D             PIC X(010).
           03 WS-CTA-NCR-C             PIC X(010).
           03 WS-CTA-REE-D             PIC X(010).
           03 WS-CTA-REE-C             PIC X(010).
       77 WS-EVENTO-BUSCA              PIC X(012).
       77 WS-CTA-D-LIDA                PIC X(010).
       77 WS-CTA-C-LIDA                PIC X(010).

      *> CENTRO DE CUSTO PADRAO DE CADA EVENTO (PLANO DE CONTAS) E O
      *> CENTRO FINAL DO LANCAMENTO, QUE A DUPLICATA PODE TROCAR.
       01 WS-CENTROS-EVENTO.
           03 WS-CC-FAT                PIC X(006).
           03 WS-CC-REC                PIC X(006).
           03 WS-CC-JUR                PIC X(006).
           03 WS-CC-INC                PIC X(006).
           03 WS-CC-CAN                PIC X(006).
           03 WS-CC-REN                PIC X(006).
           03 WS-CC-BPD                PIC X(006).
           03 WS-CC-RCP                PIC X(006).
           03 WS-CC-NCR                PIC X(006).
           03 WS-CC-REE                PIC X(006).
       77 WS-CC-LIDO                   PIC X(006).
       77 WS-CC-PADRAO                 PIC X(006).
       77 WS-CC-LANCTO                 PIC X(006).
       77 WS-NR-DUPL-CC                PIC 9(007).
       77 WS-TEM-DCC                   PIC X(001) VALUE 'N'.

      *> ACORDOS JA EXPORTADOS NA RODADA (UM LANCAMENTO POR ACORDO,
      *> NAO POR PARCELA).
       01 WS-TAB-ACORDOS.
              05 WS-ACO-NR-ACORDO      PIC 9(007).
       77 WS-QTD-ACORDOS-TAB           PIC 9(003) VALUE ZEROS.

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> PROVISAO DISPONIVEL DE CADA CLIENTE (PDD_HIST DO MES
      *> ANTERIOR), ENDERECADA PELA POSICAO DO CLIENTE EM TAB_CLIENTE
      *> E CONSUMIDA PELAS BAIXAS DE INCOBRAVEIS DO MES NA ORDEM DO
      *> ARQUIVO. SEM PROVISAO CADASTRADA O EVENTO BAIXA-PDD NAO E
      *> EXIGIDO NO PLANO DE CONTAS.
       01 WS-TAB-PDD-DISP.
           03 WS-PDD-DISPONIVEL OCCURS 5000 TIMES
                                       PIC S9(013)V9(002).
       77 WS-TEM-PDD                   PIC X(001) VALUE 'N'.
       77 WS-VL-SALDO-BAIXA            PIC S9(013)V9(002).
       77 WS-VL-COBERTO-PDD            PIC S9(013)V9(002).

      *> SO HAVENDO RECUPERACAO DE INCOBRAVEL NO MES O EVENTO
      *> RECUPERACAO E EXIGIDO NO PLANO DE CONTAS.
       77 WS-TEM-RECUP                 PIC X(001) VALUE 'N'.

      *> IDEM PARA A COMPENSACAO DE CREDITO DO CLIENTE (EVENTO
      *> NOTA-CREDITO) E O REEMBOLSO DO CREDITO (EVENTO
      *> REEMBOLSO).
       77 WS-TEM-CRD                   PIC X(001) VALUE 'N'.
       77 WS-TEM-REE                   PIC X(001) VALUE 'N'.

      *> CREDITO COMPENSADO EM CADA DUPLICATA EMITIDA NO MES (SOMA DOS
      *> USOS 'CMP' EM CREDITOS_CLI_USO), PARA SEPARAR NO RECEBIMENTO
      *> O QUE FOI CREDITO DO QUE FOI CAIXA.
       01 WS-TAB-COMPENSADAS.
           03 WS-CMP-ITEM OCCURS 999 TIMES.
              05 WS-CMP-NR-DUPLICATA   PIC 9(007).
              05 WS-CMP-VL-USADO       PIC S9(013)V9(002).
       77 WS-QTD-COMPENSADAS-TAB       PIC 9(003) VALUE ZEROS.
       77 WS-IDX-CMP                   PIC 9(004).
       77 WS-VL-COMPENSADO             PIC S9(013)V9(002).
       77 WS-VL-CAIXA                  PIC S9(013)V9(002).

       01 WS-DUPLICATA.
           COPY DUPLICATA.


           MOVE 0 TO RETURN-CODE

           PERFORM 0010-LE-CARTAO THRU 0010-LE-CARTAO-FIM
           IF WS-LOTE NOT EQUAL 'S'
               DISPLAY 'INFORME O MES DE FECHAMENTO (AAAAMM):'
               ACCEPT WS-MES-FECHAMENTO
           END-IF

           PERFORM 0030-CARREGA-PDD THRU 0030-CARREGA-PDD-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF
           PERFORM 0040-VERIFICA-RECUP THRU 0040-VERIFICA-RECUP-FIM.
           PERFORM 0045-VERIFICA-CRD THRU 0045-VERIFICA-CRD-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0050-CARREGA-CONTAS THRU 0050-CARREGA-CONTAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           SET WS-FS-DCC TO 0.
           OPEN INPUT DUPL_CCUSTO
           IF WS-FS-DCC NOT EQUAL 35
               MOVE 'S' TO WS-TEM-DCC
           END-IF

           SET WS-FS-LANCTOS TO 0.
           OPEN OUTPUT LANCTOS_CONTABEIS

               THRU 3600-EXPORTA-CANCELAMENTOS-FIM.
           PERFORM 3700-EXPORTA-RENEGOCIACOES
               THRU 3700-EXPORTA-RENEGOCIACOES-FIM.
           PERFORM 3800-EXPORTA-RECUPERACOES
               THRU 3800-EXPORTA-RECUPERACOES-FIM.
           PERFORM 3900-EXPORTA-REEMBOLSOS
               THRU 3900-EXPORTA-REEMBOLSOS-FIM.

           PERFORM 4000-GRAVA-TRAILER THRU 4000-GRAVA-TRAILER-FIM.

           CLOSE LANCTOS_CONTABEIS.
           IF WS-TEM-DCC EQUAL 'S'
               CLOSE DUPL_CCUSTO
           END-IF

           DISPLAY " "
           DISPLAY "FATURAMENTOS EXPORTADOS: " WS-QTD-FATURAMENTOS
           DISPLAY "RECEBIMENTOS EXPORTADOS: " WS-QTD-RECEBIMENTOS
           DISPLAY "COMPENSACOES DE CREDITO EXPORTADAS: "
               WS-QTD-COMPENSACOES
           DISPLAY "REEMBOLSOS DE CREDITO EXPORTADOS: "
               WS-QTD-REEMBOLSOS
           DISPLAY "JUROS DE MORA EXPORTADOS: " WS-QTD-JUROS
           DISPLAY "BAIXAS DE INCOBRAVEIS EXPORTADAS: "
               WS-QTD-BAIXAS-INC
           DISPLAY "BAIXAS ABATIDAS DA PROVISAO (PDD): "
               WS-QTD-BAIXAS-PDD
           DISPLAY "CANCELAMENTOS EXPORTADOS: " WS-QTD-CANCELAMENTOS
           DISPLAY "RENEGOCIACOES EXPORTADAS: " WS-QTD-RENEGOCIACOES
           DISPLAY "RECUPERACOES DE INCOBRAVEIS EXPORTADAS: "
               WS-QTD-RECUPERACOES
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
                           AND DUPL-ST-DUPLICATA OF WS-DUPLICATA
                           NOT EQUAL "CAN"
                           ADD 1 TO WS-QTD-FATURAMENTOS
                           MOVE WS-CC-FAT TO WS-CC-PADRAO
                           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA
                               TO WS-NR-DUPL-CC
                           PERFORM 9050-CCUSTO-DUPLICATA
                               THRU 9050-CCUSTO-DUPLICATA-FIM
                           PERFORM 9000-GRAVA-PARTIDA-D
                               THRU 9000-GRAVA-PARTIDA-D-FIM
                           PERFORM 9100-GRAVA-PARTIDA-C
                       MOVE DUPL-DT-EMISSAO OF WS-DUPLICATA
                           TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           PERFORM 2100-EXPORTA-UM-RECEBIMENTO
                               THRU 2100-EXPORTA-UM-RECEBIMENTO-FIM
                       END-IF
               END-READ
           END-PERFORM
       2000-EXPORTA-RECEBIMENTOS-FIM.
           EXIT.
      *
      *> O QUE FOI PAGO COM CREDITO DO CLIENTE NAO PASSOU PELO CAIXA:
      *> BAIXA O RECEBER CONTRA O CREDITO (EVENTO NOTA-CREDITO), E SO
      *> O RESTANTE DO VALOR PAGO E RECEBIMENTO.
       2100-EXPORTA-UM-RECEBIMENTO.
           MOVE ZEROS TO WS-VL-COMPENSADO
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
               UNTIL WS-IDX-CMP > WS-QTD-COMPENSADAS-TAB
               IF WS-CMP-NR-DUPLICATA(WS-IDX-CMP) EQUAL
                   DUPL-NR-DUPLICATA OF WS-DUPLICATA
                   MOVE WS-CMP-VL-USADO(WS-IDX-CMP)
                       TO WS-VL-COMPENSADO
               END-IF
           END-PERFORM
           IF WS-VL-COMPENSADO > DUPL-VL-PAGO OF WS-DUPLICATA
               MOVE DUPL-VL-PAGO OF WS-DUPLICATA TO WS-VL-COMPENSADO
           END-IF
           COMPUTE WS-VL-CAIXA =
               DUPL-VL-PAGO OF WS-DUPLICATA - WS-VL-COMPENSADO

           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA TO WS-NR-DUPL-CC
           IF WS-VL-COMPENSADO > ZEROS
               ADD 1 TO WS-QTD-COMPENSACOES
               MOVE WS-VL-COMPENSADO TO WS-VL-EVENTO
               MOVE WS-CTA-NCR-D TO WS-CTA-D-LIDA
               MOVE WS-CTA-NCR-C TO WS-CTA-C-LIDA
               MOVE DUPL-DT-EMISSAO OF WS-DUPLICATA TO LCT-DATA
               MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA
                   TO LCT-NR-DUPLICATA
               MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                   TO LCT-COD-CLIENTE
               MOVE WS-CC-NCR TO WS-CC-PADRAO
               PERFORM 9050-CCUSTO-DUPLICATA
                   THRU 9050-CCUSTO-DUPLICATA-FIM
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF

           IF WS-VL-CAIXA NOT > ZEROS
               GO TO 2100-EXPORTA-UM-RECEBIMENTO-FIM
           END-IF

           ADD 1 TO WS-QTD-RECEBIMENTOS
           MOVE WS-CC-REC TO WS-CC-PADRAO
           PERFORM 9050-CCUSTO-DUPLICATA
               THRU 9050-CCUSTO-DUPLICATA-FIM
           PERFORM 9200-GRAVA-RECEBIMENTO
               THRU 9200-GRAVA-RECEBIMENTO-FIM.
       2100-EXPORTA-UM-RECEBIMENTO-FIM.
           EXIT.
      *
      **************************************
      * JUROS DO MES: PARA CADA VENCIDA    *
      * REAJUSTADA NO MES (DT-ULTJUROS),   *

           IF WS-VL-JUROS > 0
               ADD 1 TO WS-QTD-JUROS
               MOVE WS-CC-JUR TO WS-CC-PADRAO
               MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA TO WS-NR-DUPL-CC
               PERFORM 9050-CCUSTO-DUPLICATA
                   THRU 9050-CCUSTO-DUPLICATA-FIM
               PERFORM 9300-GRAVA-JUROS THRU 9300-GRAVA-JUROS-FIM
           END-IF.
       3100-CALCULA-JUROS-FIM.
           EXIT.
      *
      **************************************
      * CENTRO DE CUSTO DO LANCAMENTO: O   *
      * DA DUPLICATA EM DUPL_CCUSTO, SE    *
      * HOUVER, OU O PADRAO DO EVENTO      *
      **************************************
      *
       9050-CCUSTO-DUPLICATA.
           MOVE WS-CC-PADRAO TO WS-CC-LANCTO
           IF WS-TEM-DCC NOT EQUAL 'S'
               GO TO 9050-CCUSTO-DUPLICATA-FIM
           END-IF

           MOVE WS-NR-DUPL-CC TO DCC-NR-DUPLICATA
           READ DUPL_CCUSTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DCC-CENTRO-CUSTO NOT EQUAL SPACES
                       MOVE DCC-CENTRO-CUSTO TO WS-CC-LANCTO
                   END-IF
           END-READ.
       9050-CCUSTO-DUPLICATA-FIM.
           EXIT.
      *
      **************************************
      * PARTIDAS DO FATURAMENTO            *
      **************************************
      *
           MOVE 'L'          TO LCT-TIPO
           MOVE 'D'          TO LCT-DC
           MOVE WS-CTA-FAT-D TO LCT-CONTA
           MOVE WS-CC-LANCTO TO LCT-CENTRO-CUSTO
           MOVE DUPL-DT-EMISSAO OF WS-DUPLICATA TO LCT-DATA
           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA TO LCT-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO LCT-COD-CLIENTE
           MOVE 'L'          TO LCT-TIPO
           MOVE 'C'          TO LCT-DC
           MOVE WS-CTA-FAT-C TO LCT-CONTA
           MOVE WS-CC-LANCTO TO LCT-CENTRO-CUSTO
           MOVE DUPL-DT-EMISSAO OF WS-DUPLICATA TO LCT-DATA
           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA TO LCT-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO LCT-COD-CLIENTE
           MOVE 'L'          TO LCT-TIPO
           MOVE 'D'          TO LCT-DC
           MOVE WS-CTA-REC-D TO LCT-CONTA
           MOVE WS-CC-LANCTO TO LCT-CENTRO-CUSTO
           MOVE DUPL-DT-EMISSAO OF WS-DUPLICATA TO LCT-DATA
           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA TO LCT-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO LCT-COD-CLIENTE
           MOVE WS-VL-CAIXA TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-CAIXA TO WS-VL-DEBITOS

           MOVE 'L'          TO LCT-TIPO
           MOVE 'C'          TO LCT-DC
           MOVE WS-CTA-REC-C TO LCT-CONTA
           MOVE WS-CC-LANCTO TO LCT-CENTRO-CUSTO
           MOVE WS-VL-CAIXA TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-CAIXA TO WS-VL-CREDITOS.
       9200-GRAVA-RECEBIMENTO-FIM.
           EXIT.
      *
           MOVE 'L'          TO LCT-TIPO
           MOVE 'D'          TO LCT-DC
           MOVE WS-CTA-JUR-D TO LCT-CONTA
           MOVE WS-CC-LANCTO TO LCT-CENTRO-CUSTO
           MOVE DUPL-DT-ULTJUROS OF WS-DUPLICATA TO LCT-DATA
           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA TO LCT-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO LCT-COD-CLIENTE
           MOVE 'L'          TO LCT-TIPO
           MOVE 'C'          TO LCT-DC
           MOVE WS-CTA-JUR-C TO LCT-CONTA
           MOVE WS-CC-LANCTO TO LCT-CENTRO-CUSTO
           MOVE WS-VL-JUROS  TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           EXIT.
      *
      **************************************
      * CARGA DA PROVISAO DE CADA CLIENTE  *
      * NO FIM DO MES ANTERIOR             *
      * (EXERCICIO_127)                    *
      **************************************
      *
       0030-CARREGA-PDD.
           INITIALIZE WS-TAB-PDD-DISP
           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-FECH-MES EQUAL 1
               COMPUTE WS-MES-ANTERIOR =
                   (WS-FECH-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-FECHAMENTO - 1
           END-IF

           SET WS-FS-PDD TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT PDD_HIST
           IF WS-FS-PDD EQUAL 35
               GO TO 0030-CARREGA-PDD-FIM
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
                           IF PDH-COD-CLIENTE > 0 AND
                              PDH-VL-PROVISAO > ZEROS
                               MOVE 'I' TO WS-IC-FUNCAO
                               MOVE PDH-COD-CLIENTE
                                   TO WS-IC-COD-CLIENTE
                               CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                                   WS-IC-COD-CLIENTE, WS-IC-POSICAO,
                                   WS-IC-ORDEM, WS-IC-RESULTADO
                               IF WS-IC-RESULTADO EQUAL 'S'
                                   MOVE PDH-VL-PROVISAO TO
                                   WS-PDD-DISPONIVEL(WS-IC-POSICAO)
                               ELSE
                                   DISPLAY '*** TABELA DE CLIENTES '
                                       'CHEIA - PROVISAO DO CLIENTE '
                                       PDH-COD-CLIENTE ' IGNORADA ***'
                                   MOVE 16 TO RETURN-CODE
                               END-IF
                               MOVE 'S' TO WS-TEM-PDD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PDD_HIST.
       0030-CARREGA-PDD-FIM.
           EXIT.
      *
      **************************************
      * HA RECUPERACAO DE INCOBRAVEL NO    *
      * MES (HISTORICO RECUPERACOES)?      *
      **************************************
      *
       0040-VERIFICA-RECUP.
           SET WS-FS-RECUP TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT RECUPERACOES
           IF WS-FS-RECUP EQUAL 35
               GO TO 0040-VERIFICA-RECUP-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ RECUPERACOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REC-DT-RECUPERACAO TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           MOVE 'S' TO WS-TEM-RECUP
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECUPERACOES.
       0040-VERIFICA-RECUP-FIM.
           EXIT.
      *
      **************************************
      * CREDITO DE CLIENTE USADO NO MES:   *
      * SOMA COMPENSADA EM CADA DUPLICATA  *
      * EMITIDA NO MES E HA REEMBOLSO?     *
      * (CREDITOS_CLI_USO)                 *
      **************************************
      *
       0045-VERIFICA-CRD.
           SET WS-FS-USO TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT CREDITOS_CLI_USO
           IF WS-FS-USO EQUAL 35
               GO TO 0045-VERIFICA-CRD-FIM
           END-IF

           SET WS-FS-DUPLICATAS TO 0.
           OPEN INPUT DUPLICATAS

           PERFORM UNTIL WS-EOF = 1
               READ CREDITOS_CLI_USO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CRU-TIPO EQUAL 'CMP'
                           PERFORM 0046-SOMA-COMPENSADO
                               THRU 0046-SOMA-COMPENSADO-FIM
                       END-IF
                       IF CRU-TIPO EQUAL 'REE'
                           MOVE CRU-DATA-HORA(1:8) TO WS-DATA-REGISTRO
                           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                               MOVE 'S' TO WS-TEM-REE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-DUPLICATAS NOT EQUAL 35
               CLOSE DUPLICATAS
           END-IF
           CLOSE CREDITOS_CLI_USO.
       0045-VERIFICA-CRD-FIM.
           EXIT.
      *
      *> A DUPLICATA DO USO ENTRA NA SOMA SE FOI EMITIDA NO MES, QUE E
      *> A COMPETENCIA DO RECEBIMENTO NO DIARIO.
       0046-SOMA-COMPENSADO.
           IF WS-FS-DUPLICATAS EQUAL 35
               GO TO 0046-SOMA-COMPENSADO-FIM
           END-IF
           MOVE CRU-NR-DUPLICATA TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   GO TO 0046-SOMA-COMPENSADO-FIM
           END-READ
           MOVE DUPL-DT-EMISSAO OF REG-DUPLICATA TO WS-DATA-REGISTRO
           IF WS-MES-REGISTRO NOT EQUAL WS-MES-FECHAMENTO
               GO TO 0046-SOMA-COMPENSADO-FIM
           END-IF

           MOVE 'S' TO WS-TEM-CRD
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
               UNTIL WS-IDX-CMP > WS-QTD-COMPENSADAS-TAB
               OR WS-ACHOU EQUAL 'S'
               IF WS-CMP-NR-DUPLICATA(WS-IDX-CMP) EQUAL
                   CRU-NR-DUPLICATA
                   ADD CRU-VL-USADO TO WS-CMP-VL-USADO(WS-IDX-CMP)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU EQUAL 'S'
               GO TO 0046-SOMA-COMPENSADO-FIM
           END-IF

           IF WS-QTD-COMPENSADAS-TAB NOT < 999
               DISPLAY '*** TABELA DE DUPLICATAS COMPENSADAS CHEIA - '
                   'DUPLICATA ' CRU-NR-DUPLICATA ' NAO SEPARADA ***'
               MOVE 16 TO RETURN-CODE
               GO TO 0046-SOMA-COMPENSADO-FIM
           END-IF
           ADD 1 TO WS-QTD-COMPENSADAS-TAB
           MOVE CRU-NR-DUPLICATA
               TO WS-CMP-NR-DUPLICATA(WS-QTD-COMPENSADAS-TAB)
           MOVE CRU-VL-USADO
               TO WS-CMP-VL-USADO(WS-QTD-COMPENSADAS-TAB).
       0046-SOMA-COMPENSADO-FIM.
           EXIT.
      *
      **************************************
      * CARGA DO PLANO DE CONTAS: CADA     *
      * EVENTO DO DIARIO PRECISA DE CONTA  *
      * DE DEBITO E DE CREDITO MAPEADAS    *
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-FAT-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-FAT-C
           MOVE WS-CC-LIDO    TO WS-CC-FAT

           MOVE 'RECEBIMENTO' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-REC-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-REC-C
           MOVE WS-CC-LIDO    TO WS-CC-REC

           MOVE 'JUROS' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-JUR-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-JUR-C
           MOVE WS-CC-LIDO    TO WS-CC-JUR

           MOVE 'BAIXA-INCOB' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-INC-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-INC-C
           MOVE WS-CC-LIDO    TO WS-CC-INC

           MOVE 'CANCELAMENTO' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-CAN-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-CAN-C
           MOVE WS-CC-LIDO    TO WS-CC-CAN

           MOVE 'RENEGOCIACAO' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-REN-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-REN-C
           MOVE WS-CC-LIDO    TO WS-CC-REN

           IF WS-TEM-PDD EQUAL 'S'
               MOVE 'BAIXA-PDD' TO WS-EVENTO-BUSCA
               PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
               MOVE WS-CTA-D-LIDA TO WS-CTA-BPD-D
               MOVE WS-CTA-C-LIDA TO WS-CTA-BPD-C
               MOVE WS-CC-LIDO    TO WS-CC-BPD
           END-IF

           IF WS-TEM-RECUP EQUAL 'S'
               MOVE 'RECUPERACAO' TO WS-EVENTO-BUSCA
               PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
               MOVE WS-CTA-D-LIDA TO WS-CTA-RCP-D
               MOVE WS-CTA-C-LIDA TO WS-CTA-RCP-C
               MOVE WS-CC-LIDO    TO WS-CC-RCP
           END-IF

           IF WS-TEM-CRD EQUAL 'S'
               MOVE 'NOTA-CREDITO' TO WS-EVENTO-BUSCA
               PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
               MOVE WS-CTA-D-LIDA TO WS-CTA-NCR-D
               MOVE WS-CTA-C-LIDA TO WS-CTA-NCR-C
               MOVE WS-CC-LIDO    TO WS-CC-NCR
           END-IF

           IF WS-TEM-REE EQUAL 'S'
               MOVE 'REEMBOLSO' TO WS-EVENTO-BUSCA
               PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
               MOVE WS-CTA-D-LIDA TO WS-CTA-REE-D
               MOVE WS-CTA-C-LIDA TO WS-CTA-REE-C
               MOVE WS-CC-LIDO    TO WS-CC-REE
           END-IF

           CLOSE PLANO_CONTAS.
       0050-CARREGA-CONTAS-FIM.
       0060-LE-EVENTO.
           MOVE SPACES TO WS-CTA-D-LIDA
           MOVE SPACES TO WS-CTA-C-LIDA
           MOVE SPACES TO WS-CC-LIDO
           MOVE WS-EVENTO-BUSCA TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
               NOT INVALID KEY
                   MOVE PLC-CONTA-DEBITO  TO WS-CTA-D-LIDA
                   MOVE PLC-CONTA-CREDITO TO WS-CTA-C-LIDA
                   MOVE PLC-CENTRO-CUSTO  TO WS-CC-LIDO
           END-READ.
       0060-LE-EVENTO-FIM.
           EXIT.
      * BAIXAS DE INCOBRAVEIS DO MES       *
      * (DUPL_INCOBRAVEIS): DEBITO EM      *
      * PERDAS, CREDITO EM CONTAS A        *
      * RECEBER, PELO SALDO BAIXADO. A     *
      * PARTE COBERTA PELA PDD DO CLIENTE  *
      * SAI DA PROVISAO (BAIXA-PDD)        *
      **************************************
      *
       3500-EXPORTA-BAIXAS.
                       MOVE BAIXA-DATA TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           ADD 1 TO WS-QTD-BAIXAS-INC
                           PERFORM 3510-EXPORTA-UMA-BAIXA
                               THRU 3510-EXPORTA-UMA-BAIXA-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUPL_INCOBRAVEIS.
       3500-EXPORTA-BAIXAS-FIM.
           EXIT.
      *
       3510-EXPORTA-UMA-BAIXA.
           COMPUTE WS-VL-SALDO-BAIXA =
               DUPL-VL-FATURA OF REG-DUPL_INCOBRAVEIS -
               DUPL-VL-PAGO OF REG-DUPL_INCOBRAVEIS
           MOVE BAIXA-DATA TO LCT-DATA
           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_INCOBRAVEIS
               TO LCT-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_INCOBRAVEIS
               TO LCT-COD-CLIENTE
           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_INCOBRAVEIS
               TO WS-NR-DUPL-CC

      *> A PARTE DO SALDO COBERTA PELA PROVISAO DO CLIENTE SAI DA
      *> PROVISAO (BAIXA-PDD); O RESTANTE VAI PARA A DESPESA.
           MOVE ZEROS TO WS-VL-COBERTO-PDD
           MOVE ZEROS TO WS-IC-POSICAO
           IF DUPL-COD-CLIENTE OF REG-DUPL_INCOBRAVEIS > 0
               MOVE 'L' TO WS-IC-FUNCAO
               MOVE DUPL-COD-CLIENTE OF REG-DUPL_INCOBRAVEIS
                   TO WS-IC-COD-CLIENTE
               CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                   WS-IC-COD-CLIENTE, WS-IC-POSICAO,
                   WS-IC-ORDEM, WS-IC-RESULTADO
           END-IF
           IF WS-IC-POSICAO > 0
               IF WS-PDD-DISPONIVEL(WS-IC-POSICAO) < WS-VL-SALDO-BAIXA
                   MOVE WS-PDD-DISPONIVEL(WS-IC-POSICAO)
                       TO WS-VL-COBERTO-PDD
               ELSE
                   MOVE WS-VL-SALDO-BAIXA TO WS-VL-COBERTO-PDD
               END-IF
           END-IF

           IF WS-VL-COBERTO-PDD > ZEROS
               ADD 1 TO WS-QTD-BAIXAS-PDD
               SUBTRACT WS-VL-COBERTO-PDD FROM
                   WS-PDD-DISPONIVEL(WS-IC-POSICAO)
               MOVE WS-VL-COBERTO-PDD TO WS-VL-EVENTO
               MOVE WS-CTA-BPD-D TO WS-CTA-D-LIDA
               MOVE WS-CTA-BPD-C TO WS-CTA-C-LIDA
               MOVE WS-CC-BPD TO WS-CC-PADRAO
               PERFORM 9050-CCUSTO-DUPLICATA
                   THRU 9050-CCUSTO-DUPLICATA-FIM
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF

           COMPUTE WS-VL-EVENTO =
               WS-VL-SALDO-BAIXA - WS-VL-COBERTO-PDD
           IF WS-VL-EVENTO > ZEROS
               MOVE WS-CTA-INC-D TO WS-CTA-D-LIDA
               MOVE WS-CTA-INC-C TO WS-CTA-C-LIDA
               MOVE WS-CC-INC TO WS-CC-PADRAO
               PERFORM 9050-CCUSTO-DUPLICATA
                   THRU 9050-CCUSTO-DUPLICATA-FIM
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF.
       3510-EXPORTA-UMA-BAIXA-FIM.
           EXIT.
      *
      **************************************
      * CANCELAMENTOS DO MES (STATUS 'CAN' *
                               TO LCT-NR-DUPLICATA
                           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                               TO LCT-COD-CLIENTE
                           MOVE WS-CC-CAN TO WS-CC-PADRAO
                           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA
                               TO WS-NR-DUPL-CC
                           PERFORM 9050-CCUSTO-DUPLICATA
                               THRU 9050-CCUSTO-DUPLICATA-FIM
                           PERFORM 9400-GRAVA-PAR-EVENTO
                               THRU 9400-GRAVA-PAR-EVENTO-FIM
                       END-IF
           MOVE ACR-DT-ACORDO TO LCT-DATA
           MOVE ACR-NR-ORIGINAL TO LCT-NR-DUPLICATA
           MOVE ACR-COD-CLIENTE TO LCT-COD-CLIENTE
           MOVE WS-CC-REN TO WS-CC-PADRAO
           MOVE ACR-NR-ORIGINAL TO WS-NR-DUPL-CC
           PERFORM 9050-CCUSTO-DUPLICATA
               THRU 9050-CCUSTO-DUPLICATA-FIM
           PERFORM 9400-GRAVA-PAR-EVENTO
               THRU 9400-GRAVA-PAR-EVENTO-FIM.
       3710-EXPORTA-UM-ACORDO-FIM.
           EXIT.
      *
      **************************************
      * RECUPERACOES DE INCOBRAVEIS DO MES *
      * (RECUPERACOES): DEBITO EM CAIXA,   *
      * CREDITO EM RECEITA DE RECUPERACAO, *
      * PELO VALOR RECEBIDO                *
      **************************************
      *
       3800-EXPORTA-RECUPERACOES.
           IF WS-TEM-RECUP NOT EQUAL 'S'
               GO TO 3800-EXPORTA-RECUPERACOES-FIM
           END-IF

           SET WS-FS-RECUP TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT RECUPERACOES

           PERFORM UNTIL WS-EOF = 1
               READ RECUPERACOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REC-DT-RECUPERACAO TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           ADD 1 TO WS-QTD-RECUPERACOES
                           MOVE REC-VL-RECUPERADO TO WS-VL-EVENTO
                           MOVE WS-CTA-RCP-D TO WS-CTA-D-LIDA
                           MOVE WS-CTA-RCP-C TO WS-CTA-C-LIDA
                           MOVE REC-DT-RECUPERACAO TO LCT-DATA
                           MOVE REC-NR-DUPLICATA TO LCT-NR-DUPLICATA
                           MOVE REC-COD-CLIENTE TO LCT-COD-CLIENTE
                           MOVE WS-CC-RCP TO WS-CC-PADRAO
                           MOVE REC-NR-DUPLICATA TO WS-NR-DUPL-CC
                           PERFORM 9050-CCUSTO-DUPLICATA
                               THRU 9050-CCUSTO-DUPLICATA-FIM
                           PERFORM 9400-GRAVA-PAR-EVENTO
                               THRU 9400-GRAVA-PAR-EVENTO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECUPERACOES.
       3800-EXPORTA-RECUPERACOES-FIM.
           EXIT.
      *
      **************************************
      * REEMBOLSOS EM DINHEIRO DO CREDITO  *
      * DO CLIENTE NO MES: DEBITO EM       *
      * CREDITOS DE CLIENTE E CREDITO EM   *
      * CAIXA/BANCO (USOS 'REE' EM         *
      * CREDITOS_CLI_USO)                  *
      **************************************
      *
       3900-EXPORTA-REEMBOLSOS.
           IF WS-TEM-REE NOT EQUAL 'S'
               GO TO 3900-EXPORTA-REEMBOLSOS-FIM
           END-IF

           SET WS-FS-USO TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT CREDITOS_CLI_USO

           PERFORM UNTIL WS-EOF = 1
               READ CREDITOS_CLI_USO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE CRU-DATA-HORA(1:8) TO WS-DATA-REGISTRO
                       IF CRU-TIPO EQUAL 'REE' AND
                          WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           ADD 1 TO WS-QTD-REEMBOLSOS
                           MOVE CRU-VL-USADO TO WS-VL-EVENTO
                           MOVE WS-CTA-REE-D TO WS-CTA-D-LIDA
                           MOVE WS-CTA-REE-C TO WS-CTA-C-LIDA
                           MOVE WS-DATA-REGISTRO TO LCT-DATA
                           MOVE ZEROS TO LCT-NR-DUPLICATA
                           MOVE CRU-COD-CLIENTE TO LCT-COD-CLIENTE
                           MOVE WS-CC-REE TO WS-CC-LANCTO
                           PERFORM 9400-GRAVA-PAR-EVENTO
                               THRU 9400-GRAVA-PAR-EVENTO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CREDITOS_CLI_USO.
       3900-EXPORTA-REEMBOLSOS-FIM.
           EXIT.
      *
      **************************************
      * PAR DE PARTIDAS GENERICO DE UM     *
      * EVENTO (CONTAS E CAMPOS DE         *
      * IDENTIFICACAO JA PREPARADOS PELO   *
           MOVE 'L'           TO LCT-TIPO
           MOVE 'D'           TO LCT-DC
           MOVE WS-CTA-D-LIDA TO LCT-CONTA
           MOVE WS-CC-LANCTO  TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO  TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           MOVE 'L'           TO LCT-TIPO
           MOVE 'C'           TO LCT-DC
           MOVE WS-CTA-C-LIDA TO LCT-CONTA
           MOVE WS-CC-LANCTO  TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO  TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           MOVE WS-QTD-LANCTOS TO LCT-T-QTDE
           MOVE WS-VL-DEBITOS  TO LCT-T-VL-DEBITOS
           MOVE WS-VL-CREDITOS TO LCT-T-VL-CREDITOS
           MOVE 'REC'          TO LCT-T-ORIGEM
           MOVE WS-MES-FECHAMENTO TO LCT-T-MES
           WRITE REG-LANCTO-TRAILER.
       4000-GRAVA-TRAILER-FIM.
           EXIT.
