      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: DEPRECIACAO MENSAL DA FROTA NO FECHAMENTO DO MES: PARA
      * CADA VEICULO DO CADASTRO (VEICULOS, EXERCICIO_073) CALCULA A
      * COTA LINEAR (CUSTO DE AQUISICAO - VALOR RESIDUAL) / VIDA UTIL
      * EM MESES, A PARTIR DO MES DA AQUISICAO, E LANCA NO DIARIO
      * (LANCTOS_CONTABEIS, EM EXTEND COM TRAILER PROPRIO QUE SO FECHA
      * QUANDO DEBITOS = CREDITOS) NO EVENTO DEPREC-FROTA DO PLANO DE
      * CONTAS (EXERCICIO_087). A DEPRECIACAO ACUMULADA E O ULTIMO MES
      * DEPRECIADO FICAM NO PROPRIO VEICULO, O QUE IMPEDE DEPRECIAR O
      * MESMO MES DUAS VEZES; MES PULADO E RECUPERADO NA RODADA
      * SEGUINTE. CADA LANCAMENTO TAMBEM E COPIADO, COM O MES, EM
      * DEPREC_DIARIO: MES CUJO TRAILER 'DEP' JA ESTA EM
      * LANCTOS_CONTABEIS E RECUSADO; MES JA DEPRECIADO MAS FORA DO
      * DIARIO (REFEITO PELO EXERCICIO_040 NA NOVA SUBMISSAO DO
      * FECHAMENTO) TEM OS LANCAMENTOS DA COPIA REPOSTOS NO DIARIO.
      * A DEPRECIACAO PARA NO VALOR RESIDUAL (A ULTIMA COTA ABSORVE O
      * ARREDONDAMENTO). VEICULO VENDIDO OU BAIXADO NO
      * EXERCICIO_073 E DEPRECIADO ATE O MES DA BAIXA E TEM A BAIXA
      * LANCADA: DEPRECIACAO ACUMULADA CONTRA O ATIVO (BAIXA-FROTA),
      * VALOR DA VENDA CONTRA O ATIVO (VENDA-FROTA) E O QUE SOBRAR DO
      * CUSTO COMO PERDA (PERDA-FROTA) OU GANHO (GANHO-FROTA). VEICULO
      * SEM CUSTO INFORMADO FICA DE FORA COM AVISO (RC 8). MES CONTABIL
      * JA FECHADO (EXERCICIO_090) E RECUSADO. O CENTRO DE CUSTO DE
      * CADA LANCAMENTO E O DO VEICULO (VINCULO 'V' EM CC_VINCULOS,
      * SUBROTINA BUSCA_CCUSTO) OU, SEM VINCULO, O PADRAO DO EVENTO.
      * NO JOB DE FECHAMENTO DO MES (FECHAMES.JCL) O MES VEM DO CARTAO
      * fechames_param E A EXECUCAO E REGISTRADA NA SUBROTINA
      * RUN_CONTROLE, QUE SO LIBERA A PARTIDA DEPOIS DA APURACAO DO
      * IMPOSTO (EXERCICIO_142) CONCLUIDA NO DIA; PARTIDA RECUSADA
      * TERMINA COM RC 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_151.
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

           SELECT DEPREC_DIARIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\deprec_diario.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-DEPDIA.

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

       FD VEICULOS.
       01 REG-VEICULO.
           COPY VEICULO.

       FD PLANO_CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO               PIC X(012).
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

      *> MESMO LAYOUT DO DIARIO DO RECEBER: NA FROTA O NUMERO DA
      *> DUPLICATA E O CODIGO DO CLIENTE VAO ZERADOS (O VEICULO FICA
      *> IDENTIFICADO PELO CENTRO DE CUSTO QUANDO HA VINCULO).
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

      *> COPIA DE CADA LANCAMENTO DA FROTA COM O MES DE FECHAMENTO:
      *> OS VEICULOS JA GUARDAM O ULTIMO MES DEPRECIADO E NAO SAO
      *> LANCADOS DE NOVO, ENTAO E DAQUI QUE O DIARIO DO MES E REPOSTO
      *> QUANDO LANCTOS_CONTABEIS E REFEITO.
       FD DEPREC_DIARIO.
       01 REG-DEPREC-DIARIO.
           03 DDI-MES                  PIC 9(006).
           03 DDI-LANCTO               PIC X(053).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-LOTE                      PIC X(001) VALUE 'N'.

      *> CONTROLE DE EXECUCAO (SUBROTINA RUN_CONTROLE) QUANDO RODA NO
      *> JOB FECHAMES, COM AS DEPENDENCIAS DO REGISTRO DE JOBS.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_151'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       77 WS-FS-VEICULOS               PIC 99.
       77 WS-FS-PLANO                  PIC 99.
       77 WS-FS-LANCTOS                PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-FS-DEPDIA                 PIC 99.
       77 WS-QTD-REPOSTOS              PIC 9(006) VALUE ZEROS.

      *> O DIARIO DO MES JA ESTA NO ARQUIVO ATUAL ('S').
       77 WS-JA-NO-DIARIO              PIC X(001).
       77 WS-QTD-LANCTOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-DEBITOS                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-CREDITOS               PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-EVENTO                 PIC S9(013)V9(002).
       77 WS-DT-EVENTO                 PIC 9(008).
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DEPRECIADOS           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-CUSTO             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-NAO-DEPREC            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-BAIXAS                PIC 9(006) VALUE ZEROS.

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

      *> MES (AAAAMM) DE UMA DATA OU DE UM MES DO VEICULO E O SEU
      *> NUMERO SEQUENCIAL (ANO * 12 + MES), PARA CONTAR MESES.
       01 WS-DATA-REGISTRO             PIC 9(008).
       01 FILLER REDEFINES WS-DATA-REGISTRO.
           03 WS-MES-REGISTRO          PIC 9(006).
           03 FILLER                   PIC 9(002).
       01 WS-MES-CALC                  PIC 9(006).
       01 FILLER REDEFINES WS-MES-CALC.
           03 WS-CALC-ANO              PIC 9(004).
           03 WS-CALC-MES              PIC 9(002).
       77 WS-NUM-MES                   PIC 9(006).

      *> MESES DO VEICULO: PRIMEIRO DEPRECIAVEL (AQUISICAO), ULTIMO
      *> JA DEPRECIADO E ALVO DESTA RODADA (O FECHAMENTO OU, SE
      *> ANTES, O DA BAIXA).
       77 WS-NUM-FECHAMENTO            PIC 9(006).
       77 WS-NUM-AQUISICAO             PIC 9(006).
       77 WS-NUM-ULTIMO                PIC 9(006).
       77 WS-NUM-ALVO                  PIC 9(006).
       77 WS-MES-ALVO                  PIC 9(006).
       77 WS-QTD-MESES                 PIC 9(004).
       77 WS-VL-COTA                   PIC S9(013)V9(002).
       77 WS-VL-A-DEPRECIAR            PIC S9(013)V9(002).
       77 WS-VL-DEPREC-MES             PIC S9(013)V9(002).
       77 WS-VL-RESULTADO              PIC S9(013)V9(002).
       77 WS-LANCA-BAIXA               PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> A DEPRECIACAO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADA.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> QUANTIDADE E VALOR LANCADOS POR EVENTO, PARA O RESUMO DO
      *> CONSOLE (1 DEPREC-FROTA, 2 BAIXA-FROTA, 3 VENDA-FROTA,
      *> 4 GANHO-FROTA, 5 PERDA-FROTA).
       01 WS-TOTAIS-EVENTO.
           03 WS-EVT-ITEM OCCURS 5 TIMES.
              05 WS-EVT-QTDE           PIC 9(006).
              05 WS-EVT-VALOR          PIC S9(013)V9(002).
       77 WS-IDX-EVENTO                PIC 9(001).

      *> CONTAS E CENTRO DE CUSTO PADRAO DE CADA EVENTO, NA ORDEM DE
      *> WS-IDX-EVENTO, CARREGADOS DO PLANO DE CONTAS NO INICIO;
      *> EVENTO SEM MAPEAMENTO DERRUBA A DEPRECIACAO.
       01 WS-CONTAS-EVENTO.
           03 WS-CTA-EVENTO OCCURS 5 TIMES.
              05 WS-CTA-EVT-D          PIC X(010).
              05 WS-CTA-EVT-C          PIC X(010).
              05 WS-CC-EVENTO          PIC X(006).
       77 WS-EVENTO-BUSCA              PIC X(012).
       77 WS-CTA-D-LIDA                PIC X(010).
       77 WS-CTA-C-LIDA                PIC X(010).
       77 WS-CC-LIDO                   PIC X(006).
       77 WS-CC-LANCTO                 PIC X(006).
       77 WS-CC-VEICULO                PIC X(006).
       77 WS-BCC-TIPO                  PIC X(001).
       77 WS-BCC-CODIGO                PIC X(010).
       77 WS-BCC-PADRAO                PIC X(006).
       77 WS-BCC-RESULTADO             PIC X(006).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- DEPRECIACAO MENSAL DA FROTA ----'

           MOVE 0 TO RETURN-CODE
           INITIALIZE WS-TOTAIS-EVENTO

           PERFORM 0010-LE-CARTAO THRU 0010-LE-CARTAO-FIM
           IF WS-LOTE NOT EQUAL 'S'
               DISPLAY 'INFORME O MES DE FECHAMENTO (AAAAMM):'
               ACCEPT WS-MES-FECHAMENTO
           END-IF

           PERFORM 0040-CALCULA-DATAS THRU 0040-CALCULA-DATAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           MOVE WS-DT-FIM-MES TO WS-PC-DATA
           CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
           IF WS-PC-RESULTADO EQUAL 'F'
               DISPLAY "*** MES CONTABIL " WS-MES-FECHAMENTO
                   " JA FECHADO (EXERCICIO_090) - DEPRECIACAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 0050-CARREGA-CONTAS THRU 0050-CARREGA-CONTAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0045-VERIFICA-DIARIO THRU 0045-VERIFICA-DIARIO-FIM
           IF WS-JA-NO-DIARIO EQUAL 'S'
               DISPLAY "*** DEPRECIACAO DO MES " WS-MES-FECHAMENTO
                   " JA ESTA NO DIARIO LANCTOS_CONTABEIS - "
                   "DEPRECIACAO RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-VEICULOS TO 0.
           OPEN I-O VEICULOS
           IF WS-FS-VEICULOS EQUAL 35
               DISPLAY "* ARQUIVO VEICULOS NAO EXISTE - NADA A "
                   "DEPRECIAR *"
               GO TO ROT-FIM
           END-IF

      *> O DIARIO DA FROTA E ANEXADO APOS OS DEMAIS DIARIOS DO MES,
      *> COM SEU TRAILER DE CONTROLE PROPRIO.
           SET WS-FS-LANCTOS TO 0.
           OPEN EXTEND LANCTOS_CONTABEIS
           IF WS-FS-LANCTOS EQUAL 35
               OPEN OUTPUT LANCTOS_CONTABEIS
           END-IF

           PERFORM 0048-REPOE-MES THRU 0048-REPOE-MES-FIM.

           SET WS-FS-DEPDIA TO 0.
           OPEN EXTEND DEPREC_DIARIO
           IF WS-FS-DEPDIA EQUAL 35
               OPEN OUTPUT DEPREC_DIARIO
           END-IF

           PERFORM 1000-DEPRECIA-FROTA THRU 1000-DEPRECIA-FROTA-FIM.

           PERFORM 4000-GRAVA-TRAILER THRU 4000-GRAVA-TRAILER-FIM.

           CLOSE DEPREC_DIARIO.
           CLOSE LANCTOS_CONTABEIS.
           CLOSE VEICULOS.

           DISPLAY " "
           DISPLAY "VEICULOS LIDOS: " WS-QTD-LIDOS
           DISPLAY "VEICULOS DEPRECIADOS NO MES: " WS-QTD-DEPRECIADOS
           DISPLAY "SEM DEPRECIACAO (JA DEPRECIADOS, RESIDUAL "
               "ATINGIDO OU AQUISICAO FUTURA): " WS-QTD-NAO-DEPREC
           DISPLAY "VENDAS/BAIXAS LANCADAS: " WS-QTD-BAIXAS
           DISPLAY "LANCAMENTOS DO MES REPOSTOS DE DEPREC_DIARIO: "
               WS-QTD-REPOSTOS
           DISPLAY "DEPRECIACAO (DEPREC-FROTA): " WS-EVT-QTDE(1)
               " VALOR " WS-EVT-VALOR(1)
           DISPLAY "BAIXA DA DEPRECIACAO (BAIXA-FROTA): "
               WS-EVT-QTDE(2) " VALOR " WS-EVT-VALOR(2)
           DISPLAY "VALOR DE VENDA (VENDA-FROTA): " WS-EVT-QTDE(3)
               " VALOR " WS-EVT-VALOR(3)
           DISPLAY "GANHO NA BAIXA (GANHO-FROTA): " WS-EVT-QTDE(4)
               " VALOR " WS-EVT-VALOR(4)
           DISPLAY "PERDA NA BAIXA (PERDA-FROTA): " WS-EVT-QTDE(5)
               " VALOR " WS-EVT-VALOR(5)
           DISPLAY "TOTAL DE LANCAMENTOS: " WS-QTD-LANCTOS
           DISPLAY "TOTAL DE DEBITOS: " WS-VL-DEBITOS
           DISPLAY "TOTAL DE CREDITOS: " WS-VL-CREDITOS

           PERFORM 5000-CONFERE-TOTAIS THRU 5000-CONFERE-TOTAIS-FIM.

      *> VEICULO SEM CUSTO E AVISO (RC 8), NAO ERRO: A FROTA AINDA
      *> NAO ESTA TODA NOS LIVROS, MAS O DIARIO GRAVADO ESTA
      *> BALANCEADO.
           IF WS-QTD-SEM-CUSTO > ZEROS
               DISPLAY "*** VEICULOS SEM CUSTO DE AQUISICAO "
                   "(INFORMAR NO EXERCICIO_073): " WS-QTD-SEM-CUSTO
                   " ***"
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
      * O TRAILER DESTE DIARIO PARA O MES  *
      * JA ESTA EM LANCTOS_CONTABEIS? (O   *
      * EXERCICIO_040 REFAZ O ARQUIVO A    *
      * CADA FECHAMENTO)                   *
      **************************************
      *
       0045-VERIFICA-DIARIO.
           MOVE 'N' TO WS-JA-NO-DIARIO
           SET WS-FS-LANCTOS TO 0.
           SET WS-EOF        TO 0.
           OPEN INPUT LANCTOS_CONTABEIS
           IF WS-FS-LANCTOS EQUAL 35
               GO TO 0045-VERIFICA-DIARIO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ LANCTOS_CONTABEIS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LCT-T-TIPO   EQUAL 'T'   AND
                          LCT-T-ORIGEM EQUAL 'DEP' AND
                          LCT-T-MES    EQUAL WS-MES-FECHAMENTO
                           MOVE 'S' TO WS-JA-NO-DIARIO
                           MOVE 1   TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LANCTOS_CONTABEIS.
       0045-VERIFICA-DIARIO-FIM.
           EXIT.
      *
      **************************************
      * MES JA DEPRECIADO MAS FORA DO      *
      * DIARIO REFEITO: OS LANCAMENTOS DA  *
      * COPIA VOLTAM AO DIARIO             *
      **************************************
      *
       0048-REPOE-MES.
           SET WS-FS-DEPDIA TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT DEPREC_DIARIO
           IF WS-FS-DEPDIA EQUAL 35
               GO TO 0048-REPOE-MES-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ DEPREC_DIARIO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DDI-MES EQUAL WS-MES-FECHAMENTO
                           MOVE DDI-LANCTO TO REG-LANCTO
                           WRITE REG-LANCTO
                           ADD 1 TO WS-QTD-LANCTOS
                           ADD 1 TO WS-QTD-REPOSTOS
                           IF LCT-DC EQUAL 'D'
                               ADD LCT-VALOR TO WS-VL-DEBITOS
                           ELSE
                               ADD LCT-VALOR TO WS-VL-CREDITOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPREC_DIARIO

           IF WS-QTD-REPOSTOS > ZEROS
               DISPLAY "* MES " WS-MES-FECHAMENTO
                   " JA DEPRECIADO MAS FORA DO DIARIO ATUAL - "
                   WS-QTD-REPOSTOS " LANCAMENTOS REPOSTOS *"
           END-IF.
       0048-REPOE-MES-FIM.
           EXIT.
      *
      **************************************
      * CARGA DO PLANO DE CONTAS DOS       *
      * EVENTOS DA FROTA                   *
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

           MOVE 'DEPREC-FROTA' TO WS-EVENTO-BUSCA
           MOVE 1 TO WS-IDX-EVENTO
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM

           MOVE 'BAIXA-FROTA' TO WS-EVENTO-BUSCA
           MOVE 2 TO WS-IDX-EVENTO
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM

           MOVE 'VENDA-FROTA' TO WS-EVENTO-BUSCA
           MOVE 3 TO WS-IDX-EVENTO
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM

           MOVE 'GANHO-FROTA' TO WS-EVENTO-BUSCA
           MOVE 4 TO WS-IDX-EVENTO
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM

           MOVE 'PERDA-FROTA' TO WS-EVENTO-BUSCA
           MOVE 5 TO WS-IDX-EVENTO
           PERFORM 0060-LE-EVENTO THRU 0060-LE-EVENTO-FIM

           CLOSE PLANO_CONTAS.
       0050-CARREGA-CONTAS-FIM.
           EXIT.
      *
       0060-LE-EVENTO.
           MOVE WS-EVENTO-BUSCA TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
                   DISPLAY "*** EVENTO " WS-EVENTO-BUSCA
                       " SEM MAPEAMENTO NO PLANO DE CONTAS - "
                       "DEPRECIACAO RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE PLC-CONTA-DEBITO  TO
                       WS-CTA-EVT-D(WS-IDX-EVENTO)
                   MOVE PLC-CONTA-CREDITO TO
                       WS-CTA-EVT-C(WS-IDX-EVENTO)
                   MOVE PLC-CENTRO-CUSTO  TO
                       WS-CC-EVENTO(WS-IDX-EVENTO)
           END-READ.
       0060-LE-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * VARRE O CADASTRO DA FROTA E        *
      * DEPRECIA CADA VEICULO              *
      **************************************
      *
       1000-DEPRECIA-FROTA.
           SET WS-EOF TO 0.
           MOVE WS-MES-FECHAMENTO TO WS-MES-CALC
           PERFORM 9000-NUMERO-MES THRU 9000-NUMERO-MES-FIM
           MOVE WS-NUM-MES TO WS-NUM-FECHAMENTO

           PERFORM UNTIL WS-EOF = 1
               READ VEICULOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 1100-DEPRECIA-VEICULO
                           THRU 1100-DEPRECIA-VEICULO-FIM
               END-READ
           END-PERFORM.
       1000-DEPRECIA-FROTA-FIM.
           EXIT.
      *
      *> O MES ALVO E O DE FECHAMENTO OU, PARA VEICULO VENDIDO OU
      *> BAIXADO ANTES DELE, O MES DA BAIXA. A COTA DOS MESES AINDA
      *> NAO DEPRECIADOS ATE O ALVO E LANCADA DE UMA VEZ, LIMITADA AO
      *> QUE FALTA PARA O RESIDUAL.
       1100-DEPRECIA-VEICULO.
           IF VEIC-BAIXA-LANCADA EQUAL 'S'
               GO TO 1100-DEPRECIA-VEICULO-FIM
           END-IF
           IF VEIC-VL-AQUISICAO NOT > ZEROS
               ADD 1 TO WS-QTD-SEM-CUSTO
               DISPLAY "* VEICULO " VEIC-CODIGO " PLACA " VEIC-PLACA
                   " SEM CUSTO DE AQUISICAO - NAO DEPRECIADO *"
               GO TO 1100-DEPRECIA-VEICULO-FIM
           END-IF

           MOVE VEIC-DT-AQUISICAO TO WS-DATA-REGISTRO
           MOVE WS-MES-REGISTRO   TO WS-MES-CALC
           PERFORM 9000-NUMERO-MES THRU 9000-NUMERO-MES-FIM
           MOVE WS-NUM-MES        TO WS-NUM-AQUISICAO
           IF WS-NUM-AQUISICAO > WS-NUM-FECHAMENTO
               ADD 1 TO WS-QTD-NAO-DEPREC
               GO TO 1100-DEPRECIA-VEICULO-FIM
           END-IF

           MOVE WS-MES-FECHAMENTO TO WS-MES-ALVO
           MOVE WS-NUM-FECHAMENTO TO WS-NUM-ALVO
           MOVE 'N' TO WS-LANCA-BAIXA
           IF NOT VEIC-ATIVO
               MOVE VEIC-DT-BAIXA TO WS-DATA-REGISTRO
               IF WS-MES-REGISTRO NOT > WS-MES-FECHAMENTO
                   MOVE 'S' TO WS-LANCA-BAIXA
                   MOVE WS-MES-REGISTRO TO WS-MES-ALVO
                   MOVE WS-MES-REGISTRO TO WS-MES-CALC
                   PERFORM 9000-NUMERO-MES THRU 9000-NUMERO-MES-FIM
                   MOVE WS-NUM-MES      TO WS-NUM-ALVO
               END-IF
           END-IF

      *> SEM MES DEPRECIADO AINDA, A CONTAGEM COMECA NA AQUISICAO.
           IF VEIC-MES-ULT-DEPREC EQUAL ZEROS
               COMPUTE WS-NUM-ULTIMO = WS-NUM-AQUISICAO - 1
           ELSE
               MOVE VEIC-MES-ULT-DEPREC TO WS-MES-CALC
               PERFORM 9000-NUMERO-MES THRU 9000-NUMERO-MES-FIM
               MOVE WS-NUM-MES          TO WS-NUM-ULTIMO
           END-IF

           PERFORM 1200-CCUSTO-VEICULO THRU 1200-CCUSTO-VEICULO-FIM

           MOVE ZEROS TO WS-VL-DEPREC-MES
           COMPUTE WS-VL-A-DEPRECIAR = VEIC-VL-AQUISICAO
               - VEIC-VL-RESIDUAL - VEIC-DEPREC-ACUM
           IF WS-NUM-ALVO NOT > WS-NUM-ULTIMO OR
              WS-VL-A-DEPRECIAR NOT > ZEROS OR
              VEIC-VIDA-UTIL EQUAL ZEROS
               ADD 1 TO WS-QTD-NAO-DEPREC
           ELSE
               COMPUTE WS-QTD-MESES = WS-NUM-ALVO - WS-NUM-ULTIMO
               COMPUTE WS-VL-COTA ROUNDED =
                   (VEIC-VL-AQUISICAO - VEIC-VL-RESIDUAL)
                   / VEIC-VIDA-UTIL
               COMPUTE WS-VL-DEPREC-MES = WS-VL-COTA * WS-QTD-MESES
      *> NO ULTIMO MES DA VIDA UTIL (OU ALEM) LANCA O QUE FALTA PARA O
      *> RESIDUAL, ABSORVENDO O ARREDONDAMENTO DAS COTAS.
               IF WS-VL-DEPREC-MES > WS-VL-A-DEPRECIAR OR
                  WS-NUM-ALVO - WS-NUM-AQUISICAO + 1
                      NOT < VEIC-VIDA-UTIL
                   MOVE WS-VL-A-DEPRECIAR TO WS-VL-DEPREC-MES
               END-IF
               IF WS-QTD-MESES > 1
                   DISPLAY "* VEICULO " VEIC-CODIGO " DEPRECIADO EM "
                       WS-QTD-MESES " MESES (ULTIMO MES DEPRECIADO: "
                       VEIC-MES-ULT-DEPREC ") *"
               END-IF

               MOVE WS-VL-DEPREC-MES TO WS-VL-EVENTO
               MOVE WS-DT-FIM-MES    TO WS-DT-EVENTO
               MOVE 1 TO WS-IDX-EVENTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
               ADD WS-VL-DEPREC-MES TO VEIC-DEPREC-ACUM
               ADD 1 TO WS-QTD-DEPRECIADOS
           END-IF

           IF WS-NUM-ALVO > WS-NUM-ULTIMO
               MOVE WS-MES-ALVO TO VEIC-MES-ULT-DEPREC
           END-IF

           IF WS-LANCA-BAIXA EQUAL 'S'
               PERFORM 1300-LANCA-BAIXA THRU 1300-LANCA-BAIXA-FIM
           END-IF

           REWRITE REG-VEICULO.
       1100-DEPRECIA-VEICULO-FIM.
           EXIT.
      *
      **************************************
      * CENTRO DE CUSTO DO VEICULO         *
      * (VINCULO 'V'); EM BRANCO = PADRAO  *
      * DE CADA EVENTO                     *
      **************************************
      *
       1200-CCUSTO-VEICULO.
           MOVE 'V'           TO WS-BCC-TIPO
           MOVE SPACES        TO WS-BCC-CODIGO
           MOVE VEIC-CODIGO   TO WS-BCC-CODIGO(1:6)
           MOVE SPACES        TO WS-BCC-PADRAO
           CALL 'BUSCA_CCUSTO' USING WS-BCC-TIPO, WS-BCC-CODIGO,
               WS-BCC-PADRAO, WS-BCC-RESULTADO
           MOVE WS-BCC-RESULTADO TO WS-CC-VEICULO.
       1200-CCUSTO-VEICULO-FIM.
           EXIT.
      *
      **************************************
      * VENDA OU BAIXA: TIRA DO ATIVO O    *
      * CUSTO, CONTRA A DEPRECIACAO        *
      * ACUMULADA, O VALOR DA VENDA E O    *
      * GANHO OU PERDA                     *
      **************************************
      *
       1300-LANCA-BAIXA.
      *> A BAIXA LEVA A DATA REGISTRADA QUANDO CAI NO MES DE
      *> FECHAMENTO; BAIXA DE MES ANTERIOR AINDA NAO LANCADA ENTRA NO
      *> ULTIMO DIA DESTE MES.
           MOVE VEIC-DT-BAIXA TO WS-DATA-REGISTRO
           IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
               MOVE VEIC-DT-BAIXA TO WS-DT-EVENTO
           ELSE
               MOVE WS-DT-FIM-MES TO WS-DT-EVENTO
           END-IF

           IF VEIC-DEPREC-ACUM > ZEROS
               MOVE VEIC-DEPREC-ACUM TO WS-VL-EVENTO
               MOVE 2 TO WS-IDX-EVENTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF

           IF VEIC-VL-VENDA > ZEROS
               MOVE VEIC-VL-VENDA TO WS-VL-EVENTO
               MOVE 3 TO WS-IDX-EVENTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF

      *> O QUE SOBRA DO CUSTO DEPOIS DA DEPRECIACAO E DA VENDA E
      *> PERDA; VENDA ACIMA DO VALOR CONTABIL E GANHO.
           COMPUTE WS-VL-RESULTADO = VEIC-VL-AQUISICAO
               - VEIC-DEPREC-ACUM - VEIC-VL-VENDA
           IF WS-VL-RESULTADO > ZEROS
               MOVE WS-VL-RESULTADO TO WS-VL-EVENTO
               MOVE 5 TO WS-IDX-EVENTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF
           IF WS-VL-RESULTADO < ZEROS
               COMPUTE WS-VL-EVENTO = 0 - WS-VL-RESULTADO
               MOVE 4 TO WS-IDX-EVENTO
               PERFORM 9400-GRAVA-PAR-EVENTO
                   THRU 9400-GRAVA-PAR-EVENTO-FIM
           END-IF

           MOVE 'S' TO VEIC-BAIXA-LANCADA
           ADD 1 TO WS-QTD-BAIXAS
           DISPLAY "* VEICULO " VEIC-CODIGO " PLACA " VEIC-PLACA
               " BAIXADO EM " VEIC-DT-BAIXA " - RESULTADO "
               WS-VL-RESULTADO " *".
       1300-LANCA-BAIXA-FIM.
           EXIT.
      *
      **************************************
      * NUMERO SEQUENCIAL DO MES AAAAMM    *
      * DE WS-MES-CALC EM WS-NUM-MES       *
      **************************************
      *
       9000-NUMERO-MES.
           COMPUTE WS-NUM-MES = WS-CALC-ANO * 12 + WS-CALC-MES.
       9000-NUMERO-MES-FIM.
           EXIT.
      *
      **************************************
      * PAR DE PARTIDAS DE UM EVENTO DA    *
      * FROTA                              *
      **************************************
      *
       9400-GRAVA-PAR-EVENTO.
           MOVE WS-CC-EVENTO(WS-IDX-EVENTO) TO WS-CC-LANCTO
           IF WS-CC-VEICULO NOT EQUAL SPACES
               MOVE WS-CC-VEICULO TO WS-CC-LANCTO
           END-IF

           MOVE 'L'              TO LCT-TIPO
           MOVE 'D'              TO LCT-DC
           MOVE WS-CTA-EVT-D(WS-IDX-EVENTO) TO LCT-CONTA
           MOVE WS-CC-LANCTO     TO LCT-CENTRO-CUSTO
           MOVE WS-DT-EVENTO     TO LCT-DATA
           MOVE ZEROS            TO LCT-NR-DUPLICATA
           MOVE ZEROS            TO LCT-COD-CLIENTE
           MOVE WS-VL-EVENTO     TO LCT-VALOR
           WRITE REG-LANCTO
           MOVE WS-MES-FECHAMENTO TO DDI-MES
           MOVE REG-LANCTO       TO DDI-LANCTO
           WRITE REG-DEPREC-DIARIO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-DEBITOS

           MOVE 'L'              TO LCT-TIPO
           MOVE 'C'              TO LCT-DC
           MOVE WS-CTA-EVT-C(WS-IDX-EVENTO) TO LCT-CONTA
           MOVE WS-CC-LANCTO     TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO     TO LCT-VALOR
           WRITE REG-LANCTO
           MOVE WS-MES-FECHAMENTO TO DDI-MES
           MOVE REG-LANCTO       TO DDI-LANCTO
           WRITE REG-DEPREC-DIARIO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-CREDITOS

           ADD 1 TO WS-EVT-QTDE(WS-IDX-EVENTO)
           ADD WS-VL-EVENTO TO WS-EVT-VALOR(WS-IDX-EVENTO).
       9400-GRAVA-PAR-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * TRAILER DE CONTROLE DO DIARIO DA   *
      * FROTA                              *
      **************************************
      *
       4000-GRAVA-TRAILER.
           INITIALIZE REG-LANCTO-TRAILER
           MOVE 'T'            TO LCT-T-TIPO
           MOVE WS-QTD-LANCTOS TO LCT-T-QTDE
           MOVE WS-VL-DEBITOS  TO LCT-T-VL-DEBITOS
           MOVE WS-VL-CREDITOS TO LCT-T-VL-CREDITOS
           MOVE 'DEP'          TO LCT-T-ORIGEM
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

       END PROGRAM EXERCICIO_151.
