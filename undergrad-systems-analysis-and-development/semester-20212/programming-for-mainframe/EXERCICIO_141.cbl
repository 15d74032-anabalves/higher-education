      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: EXPORTACAO CONTABIL DO ESTOQUE NO FECHAMENTO DO MES:
      * VARRE OS MOVIMENTOS DO MES EM MOVTO_ESTOQUE, VALORIZA CADA UM
      * PELO CUSTO MEDIO DO PRODUTO (CUSTO-MEDIO-PRODUTO) E GRAVA NO
      * DIARIO (LANCTOS_CONTABEIS, EM EXTEND APOS OS DIARIOS DE
      * EXERCICIO_040, EXERCICIO_088 E EXERCICIO_127, COM TRAILER
      * PROPRIO QUE SO FECHA QUANDO DEBITOS = CREDITOS) AS PARTIDAS
      * DE CADA MOTIVO: SAIDA-VENDA (EXERCICIO_064) NO EVENTO CMV,
      * INVENTARIO (EXERCICIO_057) NO EVENTO INVENT-GANHO OU
      * INVENT-PERDA CONFORME O SINAL DA DIFERENCA, DEVOL-FORNECEDOR
      * (EXERCICIO_095) NO EVENTO DEVOL-FORN E DEVOL-CLIENTE
      * (EXERCICIO_104) NO EVENTO DEVOL-CLI, TODOS MAPEADOS NO PLANO
      * DE CONTAS (EXERCICIO_087); EVENTO SEM MAPEAMENTO DERRUBA A
      * EXPORTACAO. RECEBIMENTO (JA NO EVENTO COMPRA DO PAGAR),
      * TRANSFERENCIAS ENTRE DEPOSITOS, REBALANCEAMENTO E
      * SALDO-INICIAL NAO MUDAM O VALOR DO ESTOQUE E NAO SAO
      * LANCADOS; MOTIVO LIVRE (AJUSTE MANUAL DE EXERCICIO_009) E
      * PRODUTO SEM CUSTO MEDIO FICAM DE FORA COM AVISO. MES CONTABIL
      * JA FECHADO (EXERCICIO_090) E RECUSADO. O CENTRO DE CUSTO DE
      * CADA LANCAMENTO E O DO DEPOSITO DO MOVIMENTO (VINCULO 'D' EM
      * CC_VINCULOS, SUBROTINA BUSCA_CCUSTO) OU, SEM VINCULO, O
      * PADRAO DO EVENTO NO PLANO DE CONTAS. CADA MES EXPORTADO FICA
      * REGISTRADO EM EXPORT_ESTOQUE (DATA, LANCAMENTOS E TOTAIS). MES
      * CUJO TRAILER 'EST' JA ESTA EM LANCTOS_CONTABEIS E RECUSADO,
      * PARA O DIARIO DO ESTOQUE NAO SER ANEXADO DUAS VEZES; MES JA
      * EXPORTADO MAS FORA DO DIARIO (REFEITO PELO EXERCICIO_040 NA
      * NOVA SUBMISSAO DO FECHAMENTO) E EXPORTADO DE NOVO, REGRAVANDO
      * O REGISTRO DE CONTROLE DO MES. NO JOB DE FECHAMENTO DO MES
      * (FECHAMES.JCL) O MES VEM DO CARTAO fechames_param E A EXECUCAO
      * E REGISTRADA NA SUBROTINA RUN_CONTROLE, QUE SO LIBERA A
      * PARTIDA DEPOIS DA PROVISAO (EXERCICIO_127) CONCLUIDA NO DIA;
      * PARTIDA RECUSADA TERMINA COM RC 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_141.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVTO_ESTOQUE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\movto_estoque.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOVTO.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PRODUTOS.

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

      *> MESES CUJO DIARIO DO ESTOQUE JA FOI EXPORTADO.
           SELECT EXPORT_ESTOQUE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\export_estoque.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS EXE-ANOMES
           FILE STATUS     IS WS-FS-EXPORT.

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

      *> UM REGISTRO POR MES EXPORTADO, GRAVADO DEPOIS DO TRAILER.
       FD EXPORT_ESTOQUE.
       01 REG-EXPORT-ESTOQUE.
           03 EXE-ANOMES               PIC 9(006).
           03 EXE-DT-EXPORTACAO        PIC 9(008).
           03 EXE-QTD-LANCTOS          PIC 9(006).
           03 EXE-VL-DEBITOS           PIC S9(013)V9(002).
           03 EXE-VL-CREDITOS          PIC S9(013)V9(002).

       FD MOVTO_ESTOQUE.
       01 REG-MOVTO-ESTOQUE.
           COPY MOVTO.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD PLANO_CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO               PIC X(012).
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

      *> MESMO LAYOUT DO DIARIO DO RECEBER: NO ESTOQUE O CAMPO DO
      *> NUMERO DA DUPLICATA VAI ZERADO E O DO CLIENTE CARREGA O
      *> CODIGO DO PRODUTO.
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
           'EXERCICIO_141'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       77 WS-FS-EXPORT                 PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-FS-MOVTO                  PIC 99.
       77 WS-FS-PRODUTOS               PIC 99.
       77 WS-FS-PLANO                  PIC 99.
       77 WS-FS-LANCTOS                PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-QTD-LANCTOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-DEBITOS                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-CREDITOS               PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-EVENTO                 PIC S9(013)V9(002).
       77 WS-DT-EVENTO                 PIC 9(008).
       77 WS-QTDE-MOVTO                PIC 9(009).
       77 WS-INVERTE                   PIC X(001).
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-NAO-LANCADOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-NAO-CLASSIF           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-CUSTO             PIC 9(006) VALUE ZEROS.

      *> O DIARIO DO MES JA ESTA NO ARQUIVO ATUAL ('S').
       77 WS-JA-NO-DIARIO              PIC X(001).

      *> MES DE FECHAMENTO (AAAAMM) E O ULTIMO DIA DELE, CONFERIDO
      *> CONTRA O PERIODO CONTABIL.
       01 WS-MES-FECHAMENTO            PIC 9(006).
       01 FILLER REDEFINES WS-MES-FECHAMENTO.
           03 WS-FECH-ANO              PIC 9(004).
           03 WS-FECH-MES              PIC 9(002).
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
      *> A EXPORTACAO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADA.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> CUSTO MEDIO DE CADA PRODUTO, ENDERECADO DIRETAMENTE PELO
      *> PROPRIO COD-PRODUTO (PIC 9(003)), CARREGADO DE PRODUTOS UMA
      *> UNICA VEZ NO INICIO.
       01 WS-TAB-CUSTO.
           03 WS-CUSTO-MEDIO OCCURS 999 TIMES PIC 9(007)V9(002).

      *> QUANTIDADE E VALOR LANCADOS POR EVENTO, PARA O RESUMO DO
      *> CONSOLE (1 CMV, 2 INVENT-GANHO, 3 INVENT-PERDA,
      *> 4 DEVOL-FORN, 5 DEVOL-CLI).
       01 WS-TOTAIS-EVENTO.
           03 WS-EVT-ITEM OCCURS 5 TIMES.
              05 WS-EVT-QTDE           PIC 9(006).
              05 WS-EVT-VALOR          PIC S9(013)V9(002).
       77 WS-IDX-EVENTO                PIC 9(001).

      *> CONTAS DE CADA EVENTO, CARREGADAS DO PLANO DE CONTAS NO
      *> INICIO; EVENTO SEM MAPEAMENTO DERRUBA A EXPORTACAO.
       01 WS-CONTAS-EVENTO.
           03 WS-CTA-CMV-D             PIC X(010).
           03 WS-CTA-CMV-C             PIC X(010).
           03 WS-CTA-GAN-D             PIC X(010).
           03 WS-CTA-GAN-C             PIC X(010).
           03 WS-CTA-PER-D             PIC X(010).
           03 WS-CTA-PER-C             PIC X(010).
           03 WS-CTA-DVF-D             PIC X(010).
           03 WS-CTA-DVF-C             PIC X(010).
           03 WS-CTA-DVC-D             PIC X(010).
           03 WS-CTA-DVC-C             PIC X(010).
       77 WS-EVENTO-BUSCA              PIC X(012).
       77 WS-CTA-D-LIDA                PIC X(010).
       77 WS-CTA-C-LIDA                PIC X(010).
       77 WS-CTA-TROCA                 PIC X(010).

      *> CENTRO DE CUSTO PADRAO DE CADA EVENTO (PLANO DE CONTAS), NA
      *> ORDEM DE WS-IDX-EVENTO, E O CENTRO VINCULADO A CADA DEPOSITO,
      *> BUSCADO UMA VEZ POR DEPOSITO NA RODADA.
       01 WS-CC-EVENTOS.
           03 WS-CC-EVENTO OCCURS 5 TIMES
                                       PIC X(006).
       01 WS-TAB-CC-DEPOSITO.
           03 WS-DEP-ITEM OCCURS 99 TIMES.
              05 WS-DEP-BUSCADO        PIC X(001).
              05 WS-DEP-CC             PIC X(006).
       77 WS-CC-LIDO                   PIC X(006).
       77 WS-CC-LANCTO                 PIC X(006).
       77 WS-BCC-TIPO                  PIC X(001).
       77 WS-BCC-CODIGO                PIC X(010).
       77 WS-BCC-PADRAO                PIC X(006).
       77 WS-BCC-RESULTADO             PIC X(006).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- DIARIO CONTABIL DO ESTOQUE ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           INITIALIZE WS-TAB-CUSTO
           INITIALIZE WS-TOTAIS-EVENTO
           INITIALIZE WS-TAB-CC-DEPOSITO

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
                   " JA FECHADO (EXERCICIO_090) - EXPORTACAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 0050-CARREGA-CONTAS THRU 0050-CARREGA-CONTAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0070-CARREGA-CUSTOS THRU 0070-CARREGA-CUSTOS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

      *> O DIARIO DO ESTOQUE E ANEXADO APOS OS DO RECEBER, DO PAGAR
      *> E DA PROVISAO, COM SEU TRAILER DE CONTROLE PROPRIO.
           SET WS-FS-LANCTOS TO 0.
           OPEN EXTEND LANCTOS_CONTABEIS
           IF WS-FS-LANCTOS EQUAL 35
               OPEN OUTPUT LANCTOS_CONTABEIS
           END-IF

           PERFORM 1000-EXPORTA-MOVIMENTOS
               THRU 1000-EXPORTA-MOVIMENTOS-FIM.

           PERFORM 4000-GRAVA-TRAILER THRU 4000-GRAVA-TRAILER-FIM.

           CLOSE LANCTOS_CONTABEIS.

           PERFORM 4500-GRAVA-CONTROLE THRU 4500-GRAVA-CONTROLE-FIM.

           DISPLAY " "
           DISPLAY "MOVIMENTOS DO MES LIDOS: " WS-QTD-LIDOS
           DISPLAY "CMV (SAIDA-VENDA): " WS-EVT-QTDE(1)
               " VALOR " WS-EVT-VALOR(1)
           DISPLAY "SOBRA DE INVENTARIO: " WS-EVT-QTDE(2)
               " VALOR " WS-EVT-VALOR(2)
           DISPLAY "FALTA DE INVENTARIO: " WS-EVT-QTDE(3)
               " VALOR " WS-EVT-VALOR(3)
           DISPLAY "DEVOLUCAO AO FORNECEDOR: " WS-EVT-QTDE(4)
               " VALOR " WS-EVT-VALOR(4)
           DISPLAY "DEVOLUCAO DE CLIENTE: " WS-EVT-QTDE(5)
               " VALOR " WS-EVT-VALOR(5)
           DISPLAY "SEM EFEITO NO VALOR DO ESTOQUE: "
               WS-QTD-NAO-LANCADOS
           DISPLAY "TOTAL DE LANCAMENTOS: " WS-QTD-LANCTOS
           DISPLAY "TOTAL DE DEBITOS: " WS-VL-DEBITOS
           DISPLAY "TOTAL DE CREDITOS: " WS-VL-CREDITOS

           PERFORM 5000-CONFERE-TOTAIS THRU 5000-CONFERE-TOTAIS-FIM.

      *> MOVIMENTO QUE FICOU DE FORA DO DIARIO E AVISO (RC 8), NAO
      *> ERRO: O DIARIO GRAVADO ESTA BALANCEADO.
           IF WS-QTD-NAO-CLASSIF > ZEROS
               DISPLAY "*** MOVIMENTOS COM MOTIVO NAO CLASSIFICADO "
                   "(NAO LANCADOS): " WS-QTD-NAO-CLASSIF " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-QTD-SEM-CUSTO > ZEROS
               DISPLAY "*** MOVIMENTOS DE PRODUTO SEM CUSTO MEDIO "
                   "(NAO LANCADOS): " WS-QTD-SEM-CUSTO " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

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
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0010-LE-CARTAO-FIM.
           EXIT.

      *
      **************************************
      * ULTIMO DIA DO MES DE FECHAMENTO    *
      **************************************
      *
       0040-CALCULA-DATAS.
           IF WS-FECH-MES < 1 OR WS-FECH-MES > 12
               DISPLAY "*** MES DE FECHAMENTO INVALIDO: "
                   WS-MES-FECHAMENTO " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0040-CALCULA-DATAS-FIM
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
      * DIARIO DO MES JA NO ARQUIVO NAO E  *
      * EXPORTADO DE NOVO (DIARIO EM       *
      * DOBRO); MES JA EXPORTADO MAS FORA  *
      * DO DIARIO REFEITO, E REFEITO       *
      **************************************
      *
       0045-VERIFICA-MES.
           PERFORM 0046-VERIFICA-DIARIO THRU 0046-VERIFICA-DIARIO-FIM
           IF WS-JA-NO-DIARIO EQUAL 'S'
               DISPLAY "*** DIARIO DO ESTOQUE DO MES " WS-MES-FECHAMENTO
                   " JA ESTA EM LANCTOS_CONTABEIS - EXPORTACAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0045-VERIFICA-MES-FIM
           END-IF

           SET WS-FS-EXPORT TO 0.
           OPEN INPUT EXPORT_ESTOQUE
           IF WS-FS-EXPORT EQUAL 35
               GO TO 0045-VERIFICA-MES-FIM
           END-IF

           MOVE WS-MES-FECHAMENTO TO EXE-ANOMES
           READ EXPORT_ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "* MES " WS-MES-FECHAMENTO
                       " EXPORTADO EM " EXE-DT-EXPORTACAO
                       " MAS FORA DO DIARIO ATUAL - EXPORTACAO "
                       "REFEITA *"
           END-READ

           CLOSE EXPORT_ESTOQUE.
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
                          LCT-T-ORIGEM EQUAL 'EST' AND
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
      * CARGA DO PLANO DE CONTAS DOS       *
      * EVENTOS DO ESTOQUE                 *
      **************************************
      *
       0050-CARREGA-CONTAS.
           SET WS-FS-PLANO TO 0.
           OPEN INPUT PLANO_CONTAS
           IF WS-FS-PLANO EQUAL 35
               DISPLAY "*** ARQUIVO PLANO_CONTAS NAO EXISTE - "
                   "CADASTRE O PLANO EM EXERCICIO_087 ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-CONTAS-FIM
           END-IF

           MOVE 'CMV' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-CMV-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-CMV-C
           MOVE WS-CC-LIDO    TO WS-CC-EVENTO(1)

           MOVE 'INVENT-GANHO' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-GAN-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-GAN-C
           MOVE WS-CC-LIDO    TO WS-CC-EVENTO(2)

           MOVE 'INVENT-PERDA' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-PER-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-PER-C
           MOVE WS-CC-LIDO    TO WS-CC-EVENTO(3)

           MOVE 'DEVOL-FORN' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-DVF-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-DVF-C
           MOVE WS-CC-LIDO    TO WS-CC-EVENTO(4)

           MOVE 'DEVOL-CLI' TO WS-EVENTO-BUSCA
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM
           MOVE WS-CTA-D-LIDA TO WS-CTA-DVC-D
           MOVE WS-CTA-C-LIDA TO WS-CTA-DVC-C
           MOVE WS-CC-LIDO    TO WS-CC-EVENTO(5)

           CLOSE PLANO_CONTAS.
       0050-CARREGA-CONTAS-FIM.
           EXIT.
      *
       0060-LE-EVENTO.
           MOVE SPACES TO WS-CTA-D-LIDA
           MOVE SPACES TO WS-CTA-C-LIDA
           MOVE SPACES TO WS-CC-LIDO
           MOVE WS-EVENTO-BUSCA TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
                   DISPLAY "*** EVENTO " WS-EVENTO-BUSCA
                       " SEM MAPEAMENTO NO PLANO DE CONTAS - "
                       "EXPORTACAO RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE PLC-CONTA-DEBITO  TO WS-CTA-D-LIDA
                   MOVE PLC-CONTA-CREDITO TO WS-CTA-C-LIDA
                   MOVE PLC-CENTRO-CUSTO  TO WS-CC-LIDO
           END-READ.
       0060-LE-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * CARGA DO CUSTO MEDIO DOS PRODUTOS  *
      **************************************
      *
       0070-CARREGA-CUSTOS.
           SET WS-FS-PRODUTOS TO 0.
           SET WS-EOF         TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS EQUAL 35
               DISPLAY "*** ARQUIVO PRODUTOS NAO EXISTE - "
                   "EXPORTACAO RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0070-CARREGA-CUSTOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ PRODUTOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO > ZEROS
                           MOVE CUSTO-MEDIO-PRODUTO TO
                               WS-CUSTO-MEDIO(COD-PRODUTO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRODUTOS.
       0070-CARREGA-CUSTOS-FIM.
           EXIT.
      *
      **************************************
      * VARRE OS MOVIMENTOS DO MES E LANCA *
      * CADA UM NO EVENTO DO SEU MOTIVO    *
      **************************************
      *
       1000-EXPORTA-MOVIMENTOS.
           SET WS-FS-MOVTO TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT MOVTO_ESTOQUE
           IF WS-FS-MOVTO EQUAL 35
               DISPLAY "* ARQUIVO MOVTO_ESTOQUE NAO EXISTE - NADA A "
                   "EXPORTAR *"
               GO TO 1000-EXPORTA-MOVIMENTOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ MOVTO_ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE MOV-DATA TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           PERFORM 1100-EXPORTA-UM-MOVTO
                               THRU 1100-EXPORTA-UM-MOVTO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVTO_ESTOQUE.
       1000-EXPORTA-MOVIMENTOS-FIM.
           EXIT.
      *
      *> CADA MOTIVO TEM O SEU SINAL NATURAL (VENDA E DEVOLUCAO AO
      *> FORNECEDOR SAEM, DEVOLUCAO DE CLIENTE ENTRA); MOVIMENTO COM O
      *> SINAL CONTRARIO (ESTORNO) E LANCADO COM AS CONTAS TROCADAS.
       1100-EXPORTA-UM-MOVTO.
           ADD 1 TO WS-QTD-LIDOS
           IF MOV-QTDE-DELTA EQUAL ZEROS
               ADD 1 TO WS-QTD-NAO-LANCADOS
               GO TO 1100-EXPORTA-UM-MOVTO-FIM
           END-IF

           MOVE 'N' TO WS-INVERTE
           EVALUATE MOV-MOTIVO
               WHEN 'SAIDA-VENDA'
                   MOVE 1 TO WS-IDX-EVENTO
                   MOVE WS-CTA-CMV-D TO WS-CTA-D-LIDA
                   MOVE WS-CTA-CMV-C TO WS-CTA-C-LIDA
                   IF MOV-QTDE-DELTA > ZEROS
                       MOVE 'S' TO WS-INVERTE
                   END-IF
               WHEN 'INVENTARIO'
                   IF MOV-QTDE-DELTA > ZEROS
                       MOVE 2 TO WS-IDX-EVENTO
                       MOVE WS-CTA-GAN-D TO WS-CTA-D-LIDA
                       MOVE WS-CTA-GAN-C TO WS-CTA-C-LIDA
                   ELSE
                       MOVE 3 TO WS-IDX-EVENTO
                       MOVE WS-CTA-PER-D TO WS-CTA-D-LIDA
                       MOVE WS-CTA-PER-C TO WS-CTA-C-LIDA
                   END-IF
               WHEN 'DEVOL-FORNECEDOR'
                   MOVE 4 TO WS-IDX-EVENTO
                   MOVE WS-CTA-DVF-D TO WS-CTA-D-LIDA
                   MOVE WS-CTA-DVF-C TO WS-CTA-C-LIDA
                   IF MOV-QTDE-DELTA > ZEROS
                       MOVE 'S' TO WS-INVERTE
                   END-IF
               WHEN 'DEVOL-CLIENTE'
                   MOVE 5 TO WS-IDX-EVENTO
                   MOVE WS-CTA-DVC-D TO WS-CTA-D-LIDA
                   MOVE WS-CTA-DVC-C TO WS-CTA-C-LIDA
                   IF MOV-QTDE-DELTA < ZEROS
                       MOVE 'S' TO WS-INVERTE
                   END-IF
               WHEN 'RECEBIMENTO'
               WHEN 'TRANSF-SAIDA'
               WHEN 'TRANSF-ENTRADA'
               WHEN 'REBALANCEAMENTO'
               WHEN 'SALDO-INICIAL'
                   ADD 1 TO WS-QTD-NAO-LANCADOS
                   GO TO 1100-EXPORTA-UM-MOVTO-FIM
               WHEN OTHER
                   ADD 1 TO WS-QTD-NAO-CLASSIF
                   DISPLAY "* MOTIVO NAO CLASSIFICADO: " MOV-MOTIVO
                       " PRODUTO " MOV-COD-PRODUTO
                       " DATA " MOV-DATA " *"
                   GO TO 1100-EXPORTA-UM-MOVTO-FIM
           END-EVALUATE

           IF MOV-COD-PRODUTO EQUAL ZEROS
               ADD 1 TO WS-QTD-SEM-CUSTO
               GO TO 1100-EXPORTA-UM-MOVTO-FIM
           END-IF
           IF WS-CUSTO-MEDIO(MOV-COD-PRODUTO) EQUAL ZEROS
               ADD 1 TO WS-QTD-SEM-CUSTO
               DISPLAY "* PRODUTO " MOV-COD-PRODUTO
                   " SEM CUSTO MEDIO - MOVIMENTO DE " MOV-DATA
                   " NAO LANCADO *"
               GO TO 1100-EXPORTA-UM-MOVTO-FIM
           END-IF

           IF MOV-QTDE-DELTA < ZEROS
               COMPUTE WS-QTDE-MOVTO = 0 - MOV-QTDE-DELTA
           ELSE
               MOVE MOV-QTDE-DELTA TO WS-QTDE-MOVTO
           END-IF
           COMPUTE WS-VL-EVENTO ROUNDED =
               WS-QTDE-MOVTO * WS-CUSTO-MEDIO(MOV-COD-PRODUTO)

           IF WS-INVERTE EQUAL 'S'
               MOVE WS-CTA-D-LIDA TO WS-CTA-TROCA
               MOVE WS-CTA-C-LIDA TO WS-CTA-D-LIDA
               MOVE WS-CTA-TROCA  TO WS-CTA-C-LIDA
               COMPUTE WS-EVT-VALOR(WS-IDX-EVENTO) =
                   WS-EVT-VALOR(WS-IDX-EVENTO) - WS-VL-EVENTO
           ELSE
               ADD WS-VL-EVENTO TO WS-EVT-VALOR(WS-IDX-EVENTO)
           END-IF
           ADD 1 TO WS-EVT-QTDE(WS-IDX-EVENTO)

           MOVE MOV-DATA TO WS-DT-EVENTO
           PERFORM 1200-CCUSTO-DEPOSITO THRU 1200-CCUSTO-DEPOSITO-FIM
           PERFORM 9400-GRAVA-PAR-EVENTO
               THRU 9400-GRAVA-PAR-EVENTO-FIM.
       1100-EXPORTA-UM-MOVTO-FIM.
           EXIT.
      *
      **************************************
      * CENTRO DE CUSTO DO MOVIMENTO: O DO *
      * DEPOSITO (VINCULO 'D'), SE HOUVER, *
      * OU O PADRAO DO EVENTO              *
      **************************************
      *
       1200-CCUSTO-DEPOSITO.
           MOVE WS-CC-EVENTO(WS-IDX-EVENTO) TO WS-CC-LANCTO
           IF MOV-DEPOSITO EQUAL ZEROS
               GO TO 1200-CCUSTO-DEPOSITO-FIM
           END-IF

      *> O VINCULO DE CADA DEPOSITO E BUSCADO UMA SO VEZ; CENTRO EM
      *> BRANCO NA TABELA QUER DIZER DEPOSITO SEM VINCULO.
           IF WS-DEP-BUSCADO(MOV-DEPOSITO) NOT EQUAL 'S'
               MOVE 'D'           TO WS-BCC-TIPO
               MOVE SPACES        TO WS-BCC-CODIGO
               MOVE MOV-DEPOSITO  TO WS-BCC-CODIGO(1:2)
               MOVE SPACES        TO WS-BCC-PADRAO
               CALL 'BUSCA_CCUSTO' USING WS-BCC-TIPO, WS-BCC-CODIGO,
                   WS-BCC-PADRAO, WS-BCC-RESULTADO
               MOVE 'S' TO WS-DEP-BUSCADO(MOV-DEPOSITO)
               MOVE WS-BCC-RESULTADO TO WS-DEP-CC(MOV-DEPOSITO)
           END-IF

           IF WS-DEP-CC(MOV-DEPOSITO) NOT EQUAL SPACES
               MOVE WS-DEP-CC(MOV-DEPOSITO) TO WS-CC-LANCTO
           END-IF.
       1200-CCUSTO-DEPOSITO-FIM.
           EXIT.
      *
      **************************************
      * PAR DE PARTIDAS DE UM MOVIMENTO DO *
      * ESTOQUE                            *
      **************************************
      *
       9400-GRAVA-PAR-EVENTO.
           MOVE 'L'              TO LCT-TIPO
           MOVE 'D'              TO LCT-DC
           MOVE WS-CTA-D-LIDA    TO LCT-CONTA
           MOVE WS-CC-LANCTO     TO LCT-CENTRO-CUSTO
           MOVE WS-DT-EVENTO     TO LCT-DATA
           MOVE ZEROS            TO LCT-NR-DUPLICATA
           MOVE MOV-COD-PRODUTO  TO LCT-COD-CLIENTE
           MOVE WS-VL-EVENTO     TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-DEBITOS

           MOVE 'L'              TO LCT-TIPO
           MOVE 'C'              TO LCT-DC
           MOVE WS-CTA-C-LIDA    TO LCT-CONTA
           MOVE WS-CC-LANCTO     TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO     TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-CREDITOS.
       9400-GRAVA-PAR-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * TRAILER DE CONTROLE DO DIARIO DO   *
      * ESTOQUE                            *
      **************************************
      *
       4000-GRAVA-TRAILER.
           INITIALIZE REG-LANCTO-TRAILER
           MOVE 'T'            TO LCT-T-TIPO
           MOVE WS-QTD-LANCTOS TO LCT-T-QTDE
           MOVE WS-VL-DEBITOS  TO LCT-T-VL-DEBITOS
           MOVE WS-VL-CREDITOS TO LCT-T-VL-CREDITOS
           MOVE 'EST'          TO LCT-T-ORIGEM
           MOVE WS-MES-FECHAMENTO TO LCT-T-MES
           WRITE REG-LANCTO-TRAILER.
       4000-GRAVA-TRAILER-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO DO MES EXPORTADO,         *
      * REGRAVADO QUANDO A EXPORTACAO DO   *
      * MES E REFEITA                      *
      **************************************
      *
       4500-GRAVA-CONTROLE.
           SET WS-FS-EXPORT TO 0.
           OPEN I-O EXPORT_ESTOQUE
           IF WS-FS-EXPORT EQUAL 35
               OPEN OUTPUT EXPORT_ESTOQUE
               CLOSE EXPORT_ESTOQUE
               OPEN I-O EXPORT_ESTOQUE
           END-IF

           MOVE WS-MES-FECHAMENTO TO EXE-ANOMES
           MOVE WS-HOJE-AAAAMMDD  TO EXE-DT-EXPORTACAO
           MOVE WS-QTD-LANCTOS    TO EXE-QTD-LANCTOS
           MOVE WS-VL-DEBITOS     TO EXE-VL-DEBITOS
           MOVE WS-VL-CREDITOS    TO EXE-VL-CREDITOS
           WRITE REG-EXPORT-ESTOQUE
               INVALID KEY
                   REWRITE REG-EXPORT-ESTOQUE
           END-WRITE

           CLOSE EXPORT_ESTOQUE.
       4500-GRAVA-CONTROLE-FIM.
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

       END PROGRAM EXERCICIO_141.
