      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: APURACAO MENSAL DO IMPOSTO SOBRE VENDAS NO FECHAMENTO
      * DO MES: SOMA O IMPOSTO GUARDADO POR ITEM NA CONFIRMACAO DOS
      * PEDIDOS (IMPOSTOS_PEDIDO, EXERCICIO_064) COM DATA DE OPERACAO
      * NO MES, MENOS OS ESTORNOS DAS NOTAS DE CREDITO DE DEVOLUCAO DO
      * MESMO MES (IMPOSTOS_ESTORNO, EXERCICIO_104), TOTALIZADO POR
      * ALIQUOTA E UF. CADA TOTAL VAI PARA O DIARIO (LANCTOS_CONTABEIS,
      * EM EXTEND COM TRAILER PROPRIO QUE SO FECHA QUANDO DEBITOS =
      * CREDITOS) NO EVENTO IMPOSTO-VEND DO PLANO DE CONTAS
      * (EXERCICIO_087): DESPESA DE IMPOSTO CONTRA IMPOSTO A RECOLHER;
      * TOTAL NEGATIVO (MAIS DEVOLUCAO QUE VENDA) ENTRA COM AS CONTAS
      * TROCADAS. O SALDO A RECOLHER DE CADA UF VIRA UM TITULO EM
      * DUPL_PAGAR PARA O FORNECEDOR QUE REPRESENTA O FISCO DAQUELA UF
      * (PARAMETRO 'FISCO-' + UF), COM VENCIMENTO NO DIA DO PARAMETRO
      * IMP-DIA-VENC DO MES SEGUINTE (LIMITADO AO FIM DO MES E ROLADO
      * PARA DIA UTIL), E ASSIM ENTRA NA LISTA SEMANAL DE VENCIMENTOS
      * (EXERCICIO_062) E NO BORDERO DE PAGAMENTO (EXERCICIO_091). A
      * APURACAO DE CADA UF FICA GRAVADA EM APURACAO_IMPOSTO. MES CUJO
      * TRAILER 'IMP' JA ESTA EM LANCTOS_CONTABEIS E RECUSADO; MES JA
      * APURADO MAS FORA DO DIARIO (REFEITO PELO EXERCICIO_040 NA NOVA
      * SUBMISSAO DO FECHAMENTO) TEM O DIARIO REFEITO SEM NOVOS
      * TITULOS: O SALDO DE CADA UF E CONFERIDO COM O JA APURADO (SE
      * MUDOU, A APURACAO E RECUSADA, POIS O TITULO JA FOI EMITIDO) E
      * A APURACAO DE CADA UF E REGRAVADA COM O MESMO TITULO E
      * VENCIMENTO. MES CONTABIL JA FECHADO
      * (EXERCICIO_090) E RECUSADO. OS LANCAMENTOS LEVAM O CENTRO DE
      * CUSTO PADRAO DO EVENTO IMPOSTO-VEND NO PLANO DE CONTAS. O
      * TITULO DO FISCO E DO TIPO 'I' (IMPOSTO APURADO): NAO SOFRE
      * RETENCAO NO PAGAMENTO E, NA EXPORTACAO CONTABIL (EXERCICIO_088),
      * NAO E LANCADO DE NOVO COMO COMPRA - A OBRIGACAO JA ENTROU NO
      * DIARIO POR ESTA APURACAO. NO JOB DE FECHAMENTO DO MES
      * (FECHAMES.JCL) O MES VEM DO CARTAO fechames_param E A EXECUCAO
      * E REGISTRADA NA SUBROTINA RUN_CONTROLE, QUE SO LIBERA A
      * PARTIDA DEPOIS DO DIARIO DO ESTOQUE (EXERCICIO_141) CONCLUIDO
      * NO DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_142.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPOSTOS_PEDIDO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\impostos_pedido.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS IPD-CHAVE
           FILE STATUS     IS WS-FS-IPD.

           SELECT IMPOSTOS_ESTORNO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\impostos_estorno.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-IES.

           SELECT APURACAO_IMPOSTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\apuracao_imposto.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS AIM-CHAVE
           FILE STATUS     IS WS-FS-APURACAO.

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

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PAG-NR-TITULO
           FILE STATUS     IS WS-FS-PAGAR.

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

       FD IMPOSTOS_PEDIDO.
       01 REG-IMPOSTO-PEDIDO.
           03 IPD-CHAVE.
              05 IPD-NR-PEDIDO      PIC 9(07).
              05 IPD-NR-ITEM        PIC 9(02).
           03 IPD-GRUPO             PIC X(03).
           03 IPD-UF                PIC X(02).
           03 IPD-ALIQUOTA          PIC 9(02)V9(02).
           03 IPD-VL-BASE           PIC S9(013)V9(002).
           03 IPD-VL-IMPOSTO        PIC S9(013)V9(002).
           03 IPD-DT-OPERACAO       PIC 9(08).

       FD IMPOSTOS_ESTORNO.
       01 REG-IMPOSTO-ESTORNO.
           COPY IMPESTOR.

      *> UMA APURACAO POR MES E UF: IMPOSTO DAS VENDAS, ESTORNO DAS
      *> DEVOLUCOES, SALDO A RECOLHER E O TITULO A PAGAR GERADO
      *> (ZERADO QUANDO O SALDO NAO FICOU POSITIVO).
       FD APURACAO_IMPOSTO.
       01 REG-APURACAO-IMPOSTO.
           03 AIM-CHAVE.
              05 AIM-ANOMES            PIC 9(006).
              05 AIM-UF                PIC X(002).
           03 AIM-VL-IMPOSTO           PIC S9(013)V9(002).
           03 AIM-VL-ESTORNO           PIC S9(013)V9(002).
           03 AIM-VL-RECOLHER          PIC S9(013)V9(002).
           03 AIM-COD-FORNECEDOR       PIC 9(005).
           03 AIM-NR-TITULO            PIC 9(007).
           03 AIM-DT-VENCIMENTO        PIC 9(008).
           03 AIM-DT-APURACAO          PIC 9(008).

       FD PLANO_CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO               PIC X(012).
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

      *> MESMO LAYOUT DO DIARIO DO RECEBER: NA APURACAO DO IMPOSTO OS
      *> CAMPOS DA DUPLICATA E DO CLIENTE VAO ZERADOS.
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

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-LOTE                      PIC X(001) VALUE 'N'.

      *> CONTROLE DE EXECUCAO (SUBROTINA RUN_CONTROLE) QUANDO RODA NO
      *> JOB FECHAMES, COM AS DEPENDENCIAS DO REGISTRO DE JOBS.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_142'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       77 WS-FS-IPD                    PIC 99.
       77 WS-FS-IES                    PIC 99.
       77 WS-FS-APURACAO               PIC 99.
       77 WS-FS-PLANO                  PIC 99.
       77 WS-FS-LANCTOS                PIC 99.
       77 WS-FS-PAGAR                  PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-QTD-LANCTOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-DEBITOS                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-CREDITOS               PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-EVENTO                 PIC S9(013)V9(002).
       77 WS-QTD-ITENS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ESTORNOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-TITULOS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-UF-RECOLHER           PIC 9(006) VALUE ZEROS.
       77 WS-VL-IMPOSTO-TOT            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-ESTORNO-TOT            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TITULOS-TOT            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-RECOLHER-TOT           PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-NR-TITULO                 PIC 9(007).
       77 WS-UF-BUSCA                  PIC X(002).
       77 WS-ALIQ-BUSCA                PIC 9(002)V9(002).
       77 WS-VL-BUSCA                  PIC S9(013)V9(002).
       77 WS-QTD-UF-APURADAS           PIC 9(006) VALUE ZEROS.

      *> O DIARIO DO MES JA ESTA NO ARQUIVO ATUAL ('S') E, SE O
      *> ARQUIVO FOI REFEITO DEPOIS DA RODADA ANTERIOR, A RODADA E
      *> REFEITA ('S').
       77 WS-JA-NO-DIARIO              PIC X(001).
       77 WS-REFAZ                     PIC X(001) VALUE 'N'.

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

      *> VENCIMENTO DOS TITULOS DO FISCO: DIA DO PARAMETRO NO MES
      *> SEGUINTE AO DE FECHAMENTO.
       01 WS-DATA-VENC                 PIC 9(008).
       01 FILLER REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANOMES           PIC 9(006).
           03 WS-VENC-DIA              PIC 9(002).
       77 WS-DATA-VENC-UTIL            PIC 9(008).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> A APURACAO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADA.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> PARAMETROS (SUBROTINA LE_PARAMETRO): DIA DE VENCIMENTO DO
      *> IMPOSTO (IMP-DIA-VENC) E FORNECEDOR DO FISCO DE CADA UF
      *> ('FISCO-' + UF).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).
       77 WS-DIA-VENC-IMP              PIC 9(002).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA).
       77 WS-CD-FUNCAO                 PIC X(001).
       77 WS-CD-DATA-1                 PIC 9(008).
       77 WS-CD-DATA-2                 PIC 9(008).
       77 WS-CD-DIAS                   PIC S9(006).
       77 WS-CD-RESULTADO              PIC 9(008).
       77 WS-CD-VALIDA                 PIC X(001).

      *> IMPOSTO DO MES POR ALIQUOTA E UF (VENDAS MENOS ESTORNOS).
       77 WS-QTD-GRUPOS                PIC 9(003) VALUE ZEROS.
       77 WS-IDX                       PIC 9(003).
       01 WS-TAB-GRUPO.
           03 WS-GRUPO OCCURS 100 TIMES.
              05 WS-GRP-UF             PIC X(002).
              05 WS-GRP-ALIQUOTA       PIC 9(002)V9(002).
              05 WS-GRP-VL-IMPOSTO     PIC S9(013)V9(002).
              05 WS-GRP-VL-ESTORNO     PIC S9(013)V9(002).

      *> SALDO DO MES POR UF, COM O FORNECEDOR DO FISCO E O TITULO
      *> GERADO.
       77 WS-QTD-UFS                   PIC 9(002) VALUE ZEROS.
       77 WS-IDX-UF                    PIC 9(002).
       01 WS-TAB-UF.
           03 WS-UF-ITEM OCCURS 30 TIMES.
              05 WS-UF-SIGLA           PIC X(002).
              05 WS-UF-VL-IMPOSTO      PIC S9(013)V9(002).
              05 WS-UF-VL-ESTORNO      PIC S9(013)V9(002).
              05 WS-UF-FORNECEDOR      PIC 9(005).
              05 WS-UF-NR-TITULO       PIC 9(007).

      *> CONTAS DO EVENTO IMPOSTO-VEND, CARREGADAS DO PLANO DE
      *> CONTAS NO INICIO; SEM MAPEAMENTO A APURACAO E RECUSADA.
       77 WS-CTA-IMP-D                 PIC X(010).
       77 WS-CTA-IMP-C                 PIC X(010).
       77 WS-CC-IMP                    PIC X(006).
       77 WS-CTA-D-LIDA                PIC X(010).
       77 WS-CTA-C-LIDA                PIC X(010).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- APURACAO DO IMPOSTO SOBRE VENDAS ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           INITIALIZE WS-TAB-GRUPO
           INITIALIZE WS-TAB-UF

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
                   " JA FECHADO (EXERCICIO_090) - APURACAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 0050-CARREGA-CONTAS THRU 0050-CARREGA-CONTAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0070-CARREGA-PARAMETROS
               THRU 0070-CARREGA-PARAMETROS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 0080-VERIFICA-APURACAO
               THRU 0080-VERIFICA-APURACAO-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-SOMA-IMPOSTOS THRU 1000-SOMA-IMPOSTOS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 1500-SOMA-ESTORNOS THRU 1500-SOMA-ESTORNOS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           IF WS-QTD-GRUPOS = 0
               IF WS-REFAZ EQUAL 'S'
                   DISPLAY "*** MES " WS-MES-FECHAMENTO
                       " JA APURADO E AGORA SEM IMPOSTO - TITULOS JA "
                       "EMITIDOS, APURACAO RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO ROT-FIM
               END-IF
               DISPLAY "* NENHUM IMPOSTO NO MES " WS-MES-FECHAMENTO
                   " - NADA A APURAR *"
               GO TO ROT-FIM
           END-IF

      *> O FISCO DE TODAS AS UFS DO MES E CONFERIDO ANTES DE GRAVAR
      *> QUALQUER COISA: APURACAO PELA METADE NAO SAI.
           PERFORM 2000-CARREGA-FISCO THRU 2000-CARREGA-FISCO-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

      *> NA APURACAO REFEITA O SALDO DE CADA UF TEM DE SER O MESMO
      *> DA APURACAO ANTERIOR, CUJO TITULO JA FOI EMITIDO.
           IF WS-REFAZ EQUAL 'S'
               PERFORM 2800-CONFERE-APURACAO
                   THRU 2800-CONFERE-APURACAO-FIM
               IF RETURN-CODE NOT = 0
                   GO TO ROT-FIM
               END-IF
           END-IF

           PERFORM 2500-CALCULA-VENCIMENTO
               THRU 2500-CALCULA-VENCIMENTO-FIM

      *> O DIARIO DO IMPOSTO E ANEXADO APOS OS DEMAIS DIARIOS DO MES,
      *> COM SEU TRAILER DE CONTROLE PROPRIO.
           SET WS-FS-LANCTOS TO 0.
           OPEN EXTEND LANCTOS_CONTABEIS
           IF WS-FS-LANCTOS EQUAL 35
               OPEN OUTPUT LANCTOS_CONTABEIS
           END-IF

           DISPLAY " "
           DISPLAY "------ IMPOSTO DO MES POR ALIQUOTA E UF ------"
           PERFORM 3000-LANCA-GRUPO THRU 3000-LANCA-GRUPO-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-GRUPOS

           PERFORM 4000-GRAVA-TRAILER THRU 4000-GRAVA-TRAILER-FIM.

           CLOSE LANCTOS_CONTABEIS.

           PERFORM 3500-GRAVA-TITULOS THRU 3500-GRAVA-TITULOS-FIM.

           DISPLAY " "
           DISPLAY "ITENS TRIBUTADOS NO MES: " WS-QTD-ITENS
           DISPLAY "ESTORNOS DE DEVOLUCAO NO MES: " WS-QTD-ESTORNOS
           DISPLAY "IMPOSTO DAS VENDAS: " WS-VL-IMPOSTO-TOT
           DISPLAY "ESTORNADO NAS NOTAS DE CREDITO: "
               WS-VL-ESTORNO-TOT
           DISPLAY "TITULOS A PAGAR GRAVADOS: " WS-QTD-TITULOS
               " VALOR " WS-VL-TITULOS-TOT
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
      *> SEGUINTE, QUE TAMBEM DA O MES DO VENCIMENTO DO IMPOSTO.
           MOVE 01 TO WS-AUX-DIA
           IF WS-FECH-MES EQUAL 12
               COMPUTE WS-AUX-ANO = WS-FECH-ANO + 1
               MOVE 01 TO WS-AUX-MES
           ELSE
               MOVE WS-FECH-ANO TO WS-AUX-ANO
               COMPUTE WS-AUX-MES = WS-FECH-MES + 1
           END-IF
           MOVE WS-DT-AUXILIAR(1:6) TO WS-VENC-ANOMES
           COMPUTE WS-DT-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-AUXILIAR) - 1).
       0040-CALCULA-DATAS-FIM.
           EXIT.
      *
      **************************************
      * CARGA DAS CONTAS DO EVENTO DO      *
      * IMPOSTO SOBRE VENDAS               *
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

           MOVE 'IMPOSTO-VEND' TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
                   DISPLAY "*** EVENTO IMPOSTO-VEND SEM MAPEAMENTO NO "
                       "PLANO DE CONTAS - APURACAO RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE PLC-CONTA-DEBITO  TO WS-CTA-IMP-D
                   MOVE PLC-CONTA-CREDITO TO WS-CTA-IMP-C
                   MOVE PLC-CENTRO-CUSTO  TO WS-CC-IMP
           END-READ

           CLOSE PLANO_CONTAS.
       0050-CARREGA-CONTAS-FIM.
           EXIT.
      *
      **************************************
      * CARGA DO DIA DE VENCIMENTO DO      *
      * IMPOSTO DO ARQUIVO DE PARAMETROS   *
      **************************************
      *
       0070-CARREGA-PARAMETROS.
           MOVE 'IMP-DIA-VENC' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO IMP-DIA-VENC NAO CADASTRADO "
                   "EM PARAMETROS - APURACAO RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0070-CARREGA-PARAMETROS-FIM
           END-IF

           IF WS-PARAM-VALOR < 1 OR WS-PARAM-VALOR > 31
               DISPLAY "*** PARAMETRO IMP-DIA-VENC INVALIDO: "
                   WS-PARAM-VALOR " ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0070-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-DIA-VENC-IMP.
       0070-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * DIARIO DO MES JA NO ARQUIVO NAO E  *
      * APURADO DE NOVO (DIARIO EM DOBRO); *
      * MES JA APURADO MAS FORA DO DIARIO  *
      * REFEITO TEM O DIARIO REFEITO, SEM  *
      * NOVOS TITULOS                      *
      **************************************
      *
       0080-VERIFICA-APURACAO.
           MOVE 'N' TO WS-REFAZ
           PERFORM 0085-VERIFICA-DIARIO THRU 0085-VERIFICA-DIARIO-FIM
           IF WS-JA-NO-DIARIO EQUAL 'S'
               DISPLAY "*** APURACAO DO MES " WS-MES-FECHAMENTO
                   " JA ESTA NO DIARIO LANCTOS_CONTABEIS - APURACAO "
                   "RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0080-VERIFICA-APURACAO-FIM
           END-IF

           SET WS-FS-APURACAO TO 0.
           OPEN INPUT APURACAO_IMPOSTO
           IF WS-FS-APURACAO EQUAL 35
               GO TO 0080-VERIFICA-APURACAO-FIM
           END-IF

           MOVE WS-MES-FECHAMENTO TO AIM-ANOMES
           MOVE LOW-VALUES        TO AIM-UF
           START APURACAO_IMPOSTO KEY IS NOT LESS THAN AIM-CHAVE
               INVALID KEY
                   CLOSE APURACAO_IMPOSTO
                   GO TO 0080-VERIFICA-APURACAO-FIM
           END-START

           READ APURACAO_IMPOSTO NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF AIM-ANOMES EQUAL WS-MES-FECHAMENTO
                       DISPLAY "* MES " WS-MES-FECHAMENTO
                           " APURADO EM " AIM-DT-APURACAO
                           " MAS FORA DO DIARIO ATUAL - DIARIO "
                           "REFEITO, SEM NOVOS TITULOS *"
                       MOVE 'S' TO WS-REFAZ
                   END-IF
           END-READ

           CLOSE APURACAO_IMPOSTO.
       0080-VERIFICA-APURACAO-FIM.
           EXIT.
      *
      **************************************
      * O TRAILER DESTE DIARIO PARA O MES  *
      * JA ESTA EM LANCTOS_CONTABEIS? (O   *
      * EXERCICIO_040 REFAZ O ARQUIVO A    *
      * CADA FECHAMENTO)                   *
      **************************************
      *
       0085-VERIFICA-DIARIO.
           MOVE 'N' TO WS-JA-NO-DIARIO
           SET WS-FS-LANCTOS TO 0.
           SET WS-EOF        TO 0.
           OPEN INPUT LANCTOS_CONTABEIS
           IF WS-FS-LANCTOS EQUAL 35
               GO TO 0085-VERIFICA-DIARIO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ LANCTOS_CONTABEIS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LCT-T-TIPO   EQUAL 'T'   AND
                          LCT-T-ORIGEM EQUAL 'IMP' AND
                          LCT-T-MES    EQUAL WS-MES-FECHAMENTO
                           MOVE 'S' TO WS-JA-NO-DIARIO
                           MOVE 1   TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LANCTOS_CONTABEIS.
       0085-VERIFICA-DIARIO-FIM.
           EXIT.
      *
      **************************************
      * SOMA O IMPOSTO DOS ITENS DO MES    *
      * POR ALIQUOTA E UF                  *
      **************************************
      *
       1000-SOMA-IMPOSTOS.
           SET WS-FS-IPD TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT IMPOSTOS_PEDIDO
           IF WS-FS-IPD EQUAL 35
               DISPLAY "* ARQUIVO IMPOSTOS_PEDIDO NAO EXISTE *"
               GO TO 1000-SOMA-IMPOSTOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ IMPOSTOS_PEDIDO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE IPD-DT-OPERACAO TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           ADD 1 TO WS-QTD-ITENS
                           MOVE IPD-UF         TO WS-UF-BUSCA
                           MOVE IPD-ALIQUOTA   TO WS-ALIQ-BUSCA
                           PERFORM 1900-LOCALIZA-GRUPO
                               THRU 1900-LOCALIZA-GRUPO-FIM
                           IF RETURN-CODE = 0
                               ADD IPD-VL-IMPOSTO TO
                                   WS-GRP-VL-IMPOSTO(WS-IDX)
                               ADD IPD-VL-IMPOSTO TO WS-VL-IMPOSTO-TOT
                           ELSE
                               MOVE 1 TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IMPOSTOS_PEDIDO.
       1000-SOMA-IMPOSTOS-FIM.
           EXIT.
      *
      **************************************
      * ABATE OS ESTORNOS DAS NOTAS DE     *
      * CREDITO DE DEVOLUCAO DO MES        *
      **************************************
      *
       1500-SOMA-ESTORNOS.
           SET WS-FS-IES TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT IMPOSTOS_ESTORNO
           IF WS-FS-IES EQUAL 35
               GO TO 1500-SOMA-ESTORNOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ IMPOSTOS_ESTORNO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE IES-DT-ESTORNO TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-FECHAMENTO
                           ADD 1 TO WS-QTD-ESTORNOS
                           MOVE IES-UF         TO WS-UF-BUSCA
                           MOVE IES-ALIQUOTA   TO WS-ALIQ-BUSCA
                           PERFORM 1900-LOCALIZA-GRUPO
                               THRU 1900-LOCALIZA-GRUPO-FIM
                           IF RETURN-CODE = 0
                               ADD IES-VL-IMPOSTO TO
                                   WS-GRP-VL-ESTORNO(WS-IDX)
                               ADD IES-VL-IMPOSTO TO WS-VL-ESTORNO-TOT
                           ELSE
                               MOVE 1 TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IMPOSTOS_ESTORNO.
       1500-SOMA-ESTORNOS-FIM.
           EXIT.
      *
      **************************************
      * POSICIONA WS-IDX NA LINHA DA       *
      * ALIQUOTA E UF, CRIANDO SE PRECISO  *
      **************************************
      *
       1900-LOCALIZA-GRUPO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-GRUPOS
               OR (WS-GRP-UF(WS-IDX) = WS-UF-BUSCA
                   AND WS-GRP-ALIQUOTA(WS-IDX) = WS-ALIQ-BUSCA)
               CONTINUE
           END-PERFORM

           IF WS-IDX > WS-QTD-GRUPOS
               IF WS-QTD-GRUPOS NOT < 100
                   DISPLAY "*** TABELA DE ALIQUOTAS POR UF CHEIA - "
                       "APURACAO RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1900-LOCALIZA-GRUPO-FIM
               END-IF
               ADD 1 TO WS-QTD-GRUPOS
               MOVE WS-QTD-GRUPOS TO WS-IDX
               MOVE WS-UF-BUSCA   TO WS-GRP-UF(WS-IDX)
               MOVE WS-ALIQ-BUSCA TO WS-GRP-ALIQUOTA(WS-IDX)
               MOVE ZEROS TO WS-GRP-VL-IMPOSTO(WS-IDX)
               MOVE ZEROS TO WS-GRP-VL-ESTORNO(WS-IDX)
           END-IF.
       1900-LOCALIZA-GRUPO-FIM.
           EXIT.
      *
      **************************************
      * SALDO POR UF E FORNECEDOR DO FISCO *
      * DE CADA UF (PARAMETRO FISCO-UF)    *
      **************************************
      *
       2000-CARREGA-FISCO.
           PERFORM 2100-ACUMULA-UF THRU 2100-ACUMULA-UF-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-GRUPOS
           IF RETURN-CODE NOT = 0
               GO TO 2000-CARREGA-FISCO-FIM
           END-IF

           PERFORM 2200-LE-FISCO THRU 2200-LE-FISCO-FIM
               VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF > WS-QTD-UFS.
       2000-CARREGA-FISCO-FIM.
           EXIT.
      *
       2100-ACUMULA-UF.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF > WS-QTD-UFS
               OR WS-UF-SIGLA(WS-IDX-UF) = WS-GRP-UF(WS-IDX)
               CONTINUE
           END-PERFORM

           IF WS-IDX-UF > WS-QTD-UFS
               IF WS-QTD-UFS NOT < 30
                   DISPLAY "*** TABELA DE UFS CHEIA - APURACAO "
                       "RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 2100-ACUMULA-UF-FIM
               END-IF
               ADD 1 TO WS-QTD-UFS
               MOVE WS-QTD-UFS TO WS-IDX-UF
               MOVE WS-GRP-UF(WS-IDX) TO WS-UF-SIGLA(WS-IDX-UF)
               MOVE ZEROS TO WS-UF-VL-IMPOSTO(WS-IDX-UF)
               MOVE ZEROS TO WS-UF-VL-ESTORNO(WS-IDX-UF)
               MOVE ZEROS TO WS-UF-NR-TITULO(WS-IDX-UF)
           END-IF

           ADD WS-GRP-VL-IMPOSTO(WS-IDX) TO WS-UF-VL-IMPOSTO(WS-IDX-UF)
           ADD WS-GRP-VL-ESTORNO(WS-IDX) TO WS-UF-VL-ESTORNO(WS-IDX-UF).
       2100-ACUMULA-UF-FIM.
           EXIT.
      *
       2200-LE-FISCO.
           MOVE ZEROS TO WS-UF-FORNECEDOR(WS-IDX-UF)
           COMPUTE WS-VL-BUSCA = WS-UF-VL-IMPOSTO(WS-IDX-UF) -
               WS-UF-VL-ESTORNO(WS-IDX-UF)
           IF WS-VL-BUSCA NOT > ZEROS
               GO TO 2200-LE-FISCO-FIM
           END-IF

           ADD 1 TO WS-QTD-UF-RECOLHER
           ADD WS-VL-BUSCA TO WS-VL-RECOLHER-TOT

           MOVE SPACES TO WS-PARAM-CODIGO
           STRING 'FISCO-' DELIMITED BY SIZE
               WS-UF-SIGLA(WS-IDX-UF) DELIMITED BY SIZE
               INTO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S' OR WS-PARAM-VALOR < 1
               DISPLAY "*** PARAMETRO " WS-PARAM-CODIGO
                   " (FORNECEDOR DO FISCO DA UF) NAO CADASTRADO - "
                   "APURACAO RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 2200-LE-FISCO-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-UF-FORNECEDOR(WS-IDX-UF).
       2200-LE-FISCO-FIM.
           EXIT.
      *
      **************************************
      * VENCIMENTO DOS TITULOS DO FISCO    *
      **************************************
      *
       2500-CALCULA-VENCIMENTO.
           MOVE WS-DIA-VENC-IMP TO WS-VENC-DIA
           MOVE 'N' TO WS-CD-VALIDA
           PERFORM 2550-VALIDA-DIA THRU 2550-VALIDA-DIA-FIM
               UNTIL WS-CD-VALIDA EQUAL 'S'

      *> VENCIMENTO EM FIM DE SEMANA OU FERIADO ROLA PARA O PROXIMO
      *> DIA UTIL, COMO NOS DEMAIS TITULOS.
           CALL 'CALC_DIA_UTIL' USING WS-DATA-VENC,
               WS-DATA-VENC-UTIL.
       2500-CALCULA-VENCIMENTO-FIM.
           EXIT.
      *
       2550-VALIDA-DIA.
           MOVE 'V' TO WS-CD-FUNCAO
           MOVE WS-DATA-VENC TO WS-CD-DATA-1
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA
           IF WS-CD-VALIDA NOT EQUAL 'S'
               SUBTRACT 1 FROM WS-VENC-DIA
           END-IF.
       2550-VALIDA-DIA-FIM.
           EXIT.
      *
      **************************************
      * APURACAO REFEITA: O SALDO DE CADA  *
      * UF TEM DE SER O JA APURADO, E AS   *
      * UFS AS MESMAS                      *
      **************************************
      *
       2800-CONFERE-APURACAO.
           SET WS-FS-APURACAO TO 0.
           OPEN INPUT APURACAO_IMPOSTO

           PERFORM 2850-CONFERE-UF THRU 2850-CONFERE-UF-FIM
               VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF > WS-QTD-UFS

      *> UF APURADA ANTES E SEM IMPOSTO AGORA TAMBEM E DIVERGENCIA.
           MOVE ZEROS TO WS-QTD-UF-APURADAS
           MOVE WS-MES-FECHAMENTO TO AIM-ANOMES
           MOVE LOW-VALUES        TO AIM-UF
           SET WS-EOF TO 0.
           START APURACAO_IMPOSTO KEY IS NOT LESS THAN AIM-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ APURACAO_IMPOSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AIM-ANOMES NOT EQUAL WS-MES-FECHAMENTO
                           MOVE 1 TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-UF-APURADAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APURACAO_IMPOSTO

           IF WS-QTD-UF-APURADAS NOT = WS-QTD-UFS
               DISPLAY "*** MES " WS-MES-FECHAMENTO " APURADO EM "
                   WS-QTD-UF-APURADAS " UFS E AGORA EM " WS-QTD-UFS
                   " - TITULOS JA EMITIDOS, APURACAO RECUSADA ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       2800-CONFERE-APURACAO-FIM.
           EXIT.
      *
       2850-CONFERE-UF.
           COMPUTE WS-VL-BUSCA = WS-UF-VL-IMPOSTO(WS-IDX-UF) -
               WS-UF-VL-ESTORNO(WS-IDX-UF)

           MOVE WS-MES-FECHAMENTO      TO AIM-ANOMES
           MOVE WS-UF-SIGLA(WS-IDX-UF) TO AIM-UF
           READ APURACAO_IMPOSTO
               INVALID KEY
                   DISPLAY "*** UF " WS-UF-SIGLA(WS-IDX-UF)
                       " SEM APURACAO ANTERIOR NO MES - TITULOS JA "
                       "EMITIDOS, APURACAO RECUSADA ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 2850-CONFERE-UF-FIM
           END-READ

           IF AIM-VL-RECOLHER NOT = WS-VL-BUSCA
               DISPLAY "*** UF " WS-UF-SIGLA(WS-IDX-UF)
                   " APURADA COM SALDO " AIM-VL-RECOLHER
                   " E AGORA COM " WS-VL-BUSCA
                   " - TITULO JA EMITIDO, APURACAO RECUSADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 2850-CONFERE-UF-FIM
           END-IF

      *> O TITULO JA EMITIDO CONTA NA CONFERENCIA DE FIM DE JOB.
           MOVE AIM-NR-TITULO TO WS-UF-NR-TITULO(WS-IDX-UF)
           IF AIM-NR-TITULO NOT EQUAL ZEROS
               ADD 1 TO WS-QTD-TITULOS
               ADD AIM-VL-RECOLHER TO WS-VL-TITULOS-TOT
           END-IF.
       2850-CONFERE-UF-FIM.
           EXIT.
      *
      **************************************
      * PAR DE PARTIDAS DE UMA ALIQUOTA E  *
      * UF: DESPESA CONTRA IMPOSTO A       *
      * RECOLHER (TROCADAS SE NEGATIVO)    *
      **************************************
      *
       3000-LANCA-GRUPO.
           COMPUTE WS-VL-EVENTO = WS-GRP-VL-IMPOSTO(WS-IDX) -
               WS-GRP-VL-ESTORNO(WS-IDX)

           DISPLAY " UF " WS-GRP-UF(WS-IDX)
               " ALIQUOTA " WS-GRP-ALIQUOTA(WS-IDX)
               " IMPOSTO " WS-GRP-VL-IMPOSTO(WS-IDX)
               " ESTORNO " WS-GRP-VL-ESTORNO(WS-IDX)
               " SALDO " WS-VL-EVENTO

           IF WS-VL-EVENTO EQUAL ZEROS
               GO TO 3000-LANCA-GRUPO-FIM
           END-IF

           IF WS-VL-EVENTO < ZEROS
               COMPUTE WS-VL-EVENTO = 0 - WS-VL-EVENTO
               MOVE WS-CTA-IMP-C TO WS-CTA-D-LIDA
               MOVE WS-CTA-IMP-D TO WS-CTA-C-LIDA
           ELSE
               MOVE WS-CTA-IMP-D TO WS-CTA-D-LIDA
               MOVE WS-CTA-IMP-C TO WS-CTA-C-LIDA
           END-IF

           PERFORM 9400-GRAVA-PAR-EVENTO
               THRU 9400-GRAVA-PAR-EVENTO-FIM.
       3000-LANCA-GRUPO-FIM.
           EXIT.
      *
      **************************************
      * UM TITULO A PAGAR POR UF COM SALDO *
      * A RECOLHER E A APURACAO DE CADA UF *
      **************************************
      *
       3500-GRAVA-TITULOS.
           SET WS-FS-PAGAR TO 0.
           OPEN I-O DUPL_PAGAR
           IF WS-FS-PAGAR EQUAL 35
               OPEN OUTPUT DUPL_PAGAR
               DISPLAY "* ARQUIVO DUPL_PAGAR SENDO CRIADO *"
           END-IF

           SET WS-FS-APURACAO TO 0.
           OPEN I-O APURACAO_IMPOSTO
           IF WS-FS-APURACAO EQUAL 35
               OPEN OUTPUT APURACAO_IMPOSTO
               CLOSE APURACAO_IMPOSTO
               OPEN I-O APURACAO_IMPOSTO
           END-IF

           DISPLAY " "
           PERFORM 3600-GRAVA-UF THRU 3600-GRAVA-UF-FIM
               VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF > WS-QTD-UFS

           CLOSE APURACAO_IMPOSTO.
           CLOSE DUPL_PAGAR.
       3500-GRAVA-TITULOS-FIM.
           EXIT.
      *
       3600-GRAVA-UF.
           COMPUTE WS-VL-BUSCA = WS-UF-VL-IMPOSTO(WS-IDX-UF) -
               WS-UF-VL-ESTORNO(WS-IDX-UF)

      *> APURACAO REFEITA: O TITULO E O VENCIMENTO FICAM OS JA
      *> GRAVADOS; SO A DATA DA APURACAO E REGRAVADA.
           IF WS-REFAZ EQUAL 'S'
               MOVE WS-MES-FECHAMENTO      TO AIM-ANOMES
               MOVE WS-UF-SIGLA(WS-IDX-UF) TO AIM-UF
               READ APURACAO_IMPOSTO
                   NOT INVALID KEY
                       MOVE WS-HOJE-AAAAMMDD TO AIM-DT-APURACAO
                       REWRITE REG-APURACAO-IMPOSTO
                       DISPLAY "UF " AIM-UF " APURACAO REGRAVADA - "
                           "TITULO " AIM-NR-TITULO " MANTIDO"
               END-READ
               GO TO 3600-GRAVA-UF-FIM
           END-IF

           IF WS-VL-BUSCA > ZEROS
               CALL 'NUM_TITULO' USING WS-NR-TITULO

               MOVE WS-NR-TITULO          TO PAG-NR-TITULO
               MOVE WS-UF-FORNECEDOR(WS-IDX-UF) TO PAG-COD-FORNECEDOR
               MOVE ZEROS                 TO PAG-NR-PEDIDO
               MOVE WS-HOJE-AAAAMMDD      TO PAG-DT-EMISSAO
               MOVE WS-DATA-VENC-UTIL     TO PAG-DT-VENCIMENTO
               MOVE WS-VL-BUSCA           TO PAG-VL-TITULO
               MOVE ZEROS                 TO PAG-VL-PAGO
               MOVE "NAO"                 TO PAG-ST-TITULO
               MOVE ZEROS                 TO PAG-DT-PAGAMENTO
      *> GUIA DE IMPOSTO NAO TEM PEDIDO NEM NOTA A CONFERIR.
               MOVE 'N'                   TO PAG-ST-CONFERENCIA
               MOVE ZEROS                 TO PAG-QTDE-RECEBIDA
               MOVE ZEROS                 TO PAG-NR-NOTA-FORN
               MOVE SPACES                TO PAG-OPERADOR-LIBER
               MOVE ZEROS                 TO PAG-DT-LIBERACAO
               MOVE 'I'                   TO PAG-TIPO-TITULO
               MOVE SPACES                TO PAG-COD-RETENCAO
               MOVE ZEROS                 TO PAG-VL-RETENCAO
               MOVE ZEROS                 TO PAG-TITULO-ORIGEM
               MOVE SPACES                TO PAG-EVENTO-DESPESA
               MOVE ZEROS                 TO PAG-VL-CREDITO

               WRITE REG-DUPL-PAGAR
                   INVALID KEY
                       DISPLAY "*** TITULO " PAG-NR-TITULO
                           " JA EXISTE - IMPOSTO DA UF "
                           WS-UF-SIGLA(WS-IDX-UF) " NAO GRAVADO ***"
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE WS-NR-TITULO TO WS-UF-NR-TITULO(WS-IDX-UF)
                       ADD 1 TO WS-QTD-TITULOS
                       ADD WS-VL-BUSCA TO WS-VL-TITULOS-TOT
                       DISPLAY "TITULO A PAGAR " PAG-NR-TITULO
                           " GRAVADO: UF " WS-UF-SIGLA(WS-IDX-UF)
                           " FORNECEDOR " PAG-COD-FORNECEDOR
                           " VALOR " PAG-VL-TITULO
                           " VENCIMENTO " PAG-DT-VENCIMENTO
               END-WRITE
           ELSE
               DISPLAY "UF " WS-UF-SIGLA(WS-IDX-UF)
                   " SEM SALDO A RECOLHER NO MES: " WS-VL-BUSCA
           END-IF

           MOVE WS-MES-FECHAMENTO        TO AIM-ANOMES
           MOVE WS-UF-SIGLA(WS-IDX-UF)   TO AIM-UF
           MOVE WS-UF-VL-IMPOSTO(WS-IDX-UF) TO AIM-VL-IMPOSTO
           MOVE WS-UF-VL-ESTORNO(WS-IDX-UF) TO AIM-VL-ESTORNO
           MOVE WS-VL-BUSCA              TO AIM-VL-RECOLHER
           MOVE WS-UF-FORNECEDOR(WS-IDX-UF) TO AIM-COD-FORNECEDOR
           MOVE WS-UF-NR-TITULO(WS-IDX-UF)  TO AIM-NR-TITULO
           IF WS-UF-NR-TITULO(WS-IDX-UF) EQUAL ZEROS
               MOVE ZEROS                TO AIM-DT-VENCIMENTO
           ELSE
               MOVE WS-DATA-VENC-UTIL    TO AIM-DT-VENCIMENTO
           END-IF
           MOVE WS-HOJE-AAAAMMDD         TO AIM-DT-APURACAO
           WRITE REG-APURACAO-IMPOSTO
               INVALID KEY
                   REWRITE REG-APURACAO-IMPOSTO
           END-WRITE.
       3600-GRAVA-UF-FIM.
           EXIT.
      *
      **************************************
      * PAR DE PARTIDAS DO IMPOSTO DE UMA  *
      * ALIQUOTA E UF                      *
      **************************************
      *
       9400-GRAVA-PAR-EVENTO.
           MOVE 'L'              TO LCT-TIPO
           MOVE 'D'              TO LCT-DC
           MOVE WS-CTA-D-LIDA    TO LCT-CONTA
           MOVE WS-CC-IMP        TO LCT-CENTRO-CUSTO
           MOVE WS-DT-FIM-MES    TO LCT-DATA
           MOVE ZEROS            TO LCT-NR-DUPLICATA
           MOVE ZEROS            TO LCT-COD-CLIENTE
           MOVE WS-VL-EVENTO     TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-DEBITOS

           MOVE 'L'              TO LCT-TIPO
           MOVE 'C'              TO LCT-DC
           MOVE WS-CTA-C-LIDA    TO LCT-CONTA
           MOVE WS-CC-IMP        TO LCT-CENTRO-CUSTO
           MOVE WS-VL-EVENTO     TO LCT-VALOR
           WRITE REG-LANCTO
           ADD 1 TO WS-QTD-LANCTOS
           ADD WS-VL-EVENTO TO WS-VL-CREDITOS.
       9400-GRAVA-PAR-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * TRAILER DE CONTROLE DO DIARIO DO   *
      * IMPOSTO                            *
      **************************************
      *
       4000-GRAVA-TRAILER.
           INITIALIZE REG-LANCTO-TRAILER
           MOVE 'T'            TO LCT-T-TIPO
           MOVE WS-QTD-LANCTOS TO LCT-T-QTDE
           MOVE WS-VL-DEBITOS  TO LCT-T-VL-DEBITOS
           MOVE WS-VL-CREDITOS TO LCT-T-VL-CREDITOS
           MOVE 'IMP'          TO LCT-T-ORIGEM
           MOVE WS-MES-FECHAMENTO TO LCT-T-MES
           WRITE REG-LANCTO-TRAILER.
       4000-GRAVA-TRAILER-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE CONFERENCIA DE TOTAIS DE *
      * CONTROLE (DEBITOS = CREDITOS E     *
      * TITULOS = SALDO A RECOLHER)        *
      **************************************
      *
       5000-CONFERE-TOTAIS.
           IF WS-VL-DEBITOS NOT = WS-VL-CREDITOS
               DISPLAY '* DIVERGENCIA: TOTAL DE DEBITOS DIFERENTE DO '
                       'TOTAL DE CREDITOS - DIARIO NAO PODE SER '
                       'LIBERADO *'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-QTD-TITULOS NOT = WS-QTD-UF-RECOLHER OR
               WS-VL-TITULOS-TOT NOT = WS-VL-RECOLHER-TOT
               DISPLAY '* DIVERGENCIA: UFS COM IMPOSTO A RECOLHER SEM '
                       'TITULO A PAGAR *'
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

       END PROGRAM EXERCICIO_142.
