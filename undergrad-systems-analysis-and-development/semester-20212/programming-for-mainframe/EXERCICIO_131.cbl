      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DO ACERTO MENSAL DA AGENCIA DE COBRANCA
      * TERCEIRIZADA (ARQUIVO cobr_ext_retorno). CADA REGISTRO TRAZ
      * UMA DUPLICATA CEDIDA PELO EXERCICIO_130 E O QUE ACONTECEU COM
      * ELA NO MES: 'C' VALOR COBRADO DO CLIENTE (COM O HONORARIO DA
      * AGENCIA SOBRE ELE) OU 'D' DEVOLVIDA SEM RECUPERACAO. O VALOR
      * COBRADO E LANCADO NO MASTER DUPLICATAS COM AS MESMAS REGRAS
      * DO RETORNO BANCARIO (EXERCICIO_035) - QUITADA VAI PARA
      * DUPL_PAGAS, PARCIAL PARA DUPL_PARCIAIS, A COPIA SAI DE
      * DUPL_VENCIDAS, A FORMA DA BAIXA FICA 'EXT' - E A PARTE QUE
      * PASSA DO SALDO DO MASTER E O JURO DE MORA COBRADO PELA
      * AGENCIA. DUPLICATA JA BAIXADA COMO INCOBRAVEL VIRA RECUPERACAO
      * (SUBROTINA RECUPERA_INCOB). O HONORARIO DO MES DE CADA AGENCIA
      * VIRA UM TITULO A PAGAR EM DUPL_PAGAR PARA O FORNECEDOR DA
      * AGENCIA, COM VENCIMENTO NO PRAZO DO PARAMETRO COBEXT-PRAZO
      * (TITULO DO TIPO 'H', QUE NO PAGAMENTO SOFRE AS RETENCOES NA
      * FONTE DO CADASTRO DA AGENCIA EM FORNECEDORES). A
      * DUPLICATA DEVOLVIDA VOLTA PARA A FILA DE COBRANCA INTERNA
      * (EXERCICIO_036) E PARA A REMESSA DE PROTESTO (EXERCICIO_044).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_131.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBR_EXT_RETORNO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobr_ext_retorno.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-RETORNO.

           SELECT COBRANCA_EXTERNA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobranca_externa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CEX-NR-DUPLICATA
           FILE STATUS     IS WS-FS-COBREXT.

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.

           SELECT DUPL_PAGAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PAGAS
           FILE STATUS     IS WS-FS-DUPL_PAGAS.

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
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PARCIAIS
           FILE STATUS     IS WS-FS-DUPL_PARCIAIS.

           SELECT FORMAS_BAIXA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\formas_baixa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS FBA-NR-DUPLICATA
           FILE STATUS     IS WS-FS-FORMAS.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PAG-NR-TITULO
           FILE STATUS     IS WS-FS-PAGAR.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT DO ACERTO DA AGENCIA: UM REGISTRO POR DUPLICATA
      *> MOVIMENTADA NO MES.
       FD COBR_EXT_RETORNO.
       01 REG-COBR-EXT-RETORNO.
           03 CXR-COD-AGENCIA          PIC 9(005).
           03 CXR-NR-DUPLICATA         PIC 9(007).
           03 CXR-TIPO                 PIC X(001).
              88 CXR-COBRADA           VALUE 'C'.
              88 CXR-DEVOLVIDA         VALUE 'D'.
           03 CXR-DT-MOVIMENTO         PIC 9(008).
           03 CXR-VL-COBRADO           PIC S9(013)V9(002).
           03 CXR-VL-HONORARIO         PIC S9(013)V9(002).

       FD COBRANCA_EXTERNA.
       01 REG-COBR-EXTERNA.
           COPY COBREXT.

      *> FORMA DE PAGAMENTO DE CADA BAIXA E A ORIGEM DO LANCAMENTO
      *> ('EXT' NOS DOIS CAMPOS: COBRADO PELA AGENCIA EXTERNA).
       FD FORMAS_BAIXA.
       01 REG-FORMA-BAIXA.
           03 FBA-NR-DUPLICATA         PIC 9(007).
           03 FBA-FORMA                PIC X(003).
           03 FBA-DT-BAIXA             PIC 9(008).
           03 FBA-ORIGEM               PIC X(003).

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD DUPL_PAGAS.
       01 REG-DUPL_PAGAS.
           COPY DUPLICATA.

       FD DUPL_VENCIDAS.
       01 REG-DUPL_VENCIDAS.
           COPY DUPLICATA.

       FD DUPL_PARCIAIS.
       01 REG-DUPL_PARCIAIS.
           COPY DUPLICATA.

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       WORKING-STORAGE SECTION.
       77 WS-FS-RETORNO                PIC 99.
       77 WS-FS-COBREXT                PIC 99.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-DUPL_PAGAS             PIC 99.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-DUPL_PARCIAIS          PIC 99.
       77 WS-FS-FORMAS                 PIC 99.
       77 WS-FS-PAGAR                  PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-COBRADAS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDAS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EXCECOES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-QUITADAS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PARCIAIS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RECUPERADAS           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-TITULOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-SALDO                  PIC S9(013)V9(002).
       77 WS-VL-LANCADO                PIC S9(013)V9(002).
       77 WS-VL-JUROS                  PIC S9(013)V9(002).
       77 WS-VL-COBRADO-TOT            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-JUROS-TOT              PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-HONORARIO-TOT          PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QUITOU                    PIC X(001).
       77 WS-LANCOU                    PIC X(001).
       77 WS-NR-TITULO                 PIC 9(007).

      *> HONORARIO DO MES ACUMULADO POR AGENCIA, PARA UM TITULO A
      *> PAGAR POR AGENCIA NO FIM DA IMPORTACAO.
       77 WS-QTD-AGENCIAS              PIC 9(003) VALUE ZEROS.
       77 WS-IDX                       PIC 9(003).
       01 WS-TAB-AGENCIA.
           03 WS-AGENCIA OCCURS 50 TIMES.
              05 WS-AGE-CODIGO         PIC 9(005).
              05 WS-AGE-HONORARIO      PIC S9(013)V9(002).

      *> PRAZO, EM DIAS, PARA PAGAR O HONORARIO DA AGENCIA - LIDO DO
      *> ARQUIVO PARAMETROS (COBEXT-PRAZO).
       77 WS-PRAZO-HONORARIO           PIC 9(004).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA).
       77 WS-CD-FUNCAO                 PIC X(001).
       77 WS-CD-DATA-1                 PIC 9(008).
       77 WS-CD-DATA-2                 PIC 9(008).
       77 WS-CD-DIAS                   PIC S9(006).
       77 WS-CD-RESULTADO              PIC 9(008).
       77 WS-CD-VALIDA                 PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK).
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM).
       77 WS-JR-ARQUIVO    PIC X(012).
       77 WS-JR-CHAVE      PIC X(020).
       77 WS-JR-IMAGEM     PIC X(150).
       77 WS-JR-OPERADOR   PIC X(008) VALUE 'COBREXT'.

      *> RECUPERACAO DE DUPLICATA BAIXADA COMO INCOBRAVEL (SUBROTINA
      *> RECUPERA_INCOB).
       77 WS-RI-FUNCAO                 PIC X(001).
       77 WS-RI-NR-DUPLICATA           PIC 9(007).
       77 WS-RI-DATA                   PIC 9(008).
       77 WS-RI-VALOR                  PIC S9(013)V9(002).
       77 WS-RI-FORMA                  PIC X(003).
       77 WS-RI-ORIGEM                 PIC X(003).
       77 WS-RI-COD-CLIENTE            PIC 9(005).
       77 WS-RI-SALDO                  PIC S9(013)V9(002).
       77 WS-RI-RESULTADO              PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- ACERTO MENSAL DA COBRANCA TERCEIRIZADA ---'

           SET WS-FS-RETORNO TO 0.
           SET WS-EOF        TO 0.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           INITIALIZE WS-TAB-AGENCIA

           PERFORM 0050-CARREGA-PARAMETROS
               THRU 0050-CARREGA-PARAMETROS-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           OPEN INPUT COBR_EXT_RETORNO
           IF WS-FS-RETORNO EQUAL 35
               DISPLAY "* ARQUIVO COBR_EXT_RETORNO NAO EXISTE - NADA "
                   "A IMPORTAR *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-COBREXT TO 0.
           OPEN I-O COBRANCA_EXTERNA
           IF WS-FS-COBREXT EQUAL 35
               DISPLAY "* ARQUIVO COBRANCA_EXTERNA NAO EXISTE *"
               CLOSE COBR_EXT_RETORNO
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-DUPLICATAS TO 0.
           OPEN I-O DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               DISPLAY "* ARQUIVO DUPLICATAS NAO EXISTE *"
               CLOSE COBR_EXT_RETORNO
               CLOSE COBRANCA_EXTERNA
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-DUPL_PAGAS TO 0.
           OPEN I-O DUPL_PAGAS
           IF WS-FS-DUPL_PAGAS EQUAL 35
               OPEN OUTPUT DUPL_PAGAS
           END-IF

           SET WS-FS-DUPL_PARCIAIS TO 0.
           OPEN I-O DUPL_PARCIAIS
           IF WS-FS-DUPL_PARCIAIS EQUAL 35
               OPEN OUTPUT DUPL_PARCIAIS
           END-IF

           SET WS-FS-FORMAS TO 0.
           OPEN I-O FORMAS_BAIXA
           IF WS-FS-FORMAS EQUAL 35
               OPEN OUTPUT FORMAS_BAIXA
               CLOSE FORMAS_BAIXA
               OPEN I-O FORMAS_BAIXA
           END-IF

           SET WS-FS-DUPL_VENCIDAS TO 0.
           OPEN I-O DUPL_VENCIDAS

           DISPLAY " "
           DISPLAY "------------ MOVIMENTO DO ACERTO ------------"

           PERFORM 1000-PROCESSA-ACERTO
               THRU 1000-PROCESSA-ACERTO-FIM
               UNTIL WS-EOF = 1.

           CLOSE COBR_EXT_RETORNO.
           CLOSE COBRANCA_EXTERNA.
           CLOSE DUPLICATAS.
           CLOSE DUPL_PAGAS.
           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               CLOSE DUPL_VENCIDAS
           END-IF
           CLOSE FORMAS_BAIXA.
           CLOSE DUPL_PARCIAIS.

           PERFORM 3000-GRAVA-HONORARIOS THRU 3000-GRAVA-HONORARIOS-FIM.

           DISPLAY " "
           DISPLAY "REGISTROS LIDOS DO ACERTO: " WS-QTD-LIDOS
           DISPLAY "COBRANCAS LANCADAS: " WS-QTD-COBRADAS
           DISPLAY "  DUPLICATAS QUITADAS: " WS-QTD-QUITADAS
           DISPLAY "  DUPLICATAS COM PAGAMENTO PARCIAL: "
               WS-QTD-PARCIAIS
           DISPLAY "  INCOBRAVEIS RECUPERADAS: " WS-QTD-RECUPERADAS
           DISPLAY "DUPLICATAS DEVOLVIDAS PELA AGENCIA: "
               WS-QTD-DEVOLVIDAS
           DISPLAY "REGISTROS EM EXCECAO (NAO LANCADOS): "
               WS-QTD-EXCECOES
           DISPLAY "VALOR COBRADO PELAS AGENCIAS: " WS-VL-COBRADO-TOT
           DISPLAY "  DO QUAL JUROS DE MORA: " WS-VL-JUROS-TOT
           DISPLAY "HONORARIOS DAS AGENCIAS: " WS-VL-HONORARIO-TOT
           DISPLAY "TITULOS A PAGAR GRAVADOS: " WS-QTD-TITULOS

           PERFORM 4000-CONFERE-TOTAIS THRU 4000-CONFERE-TOTAIS-FIM.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * CARGA DO PRAZO DE PAGAMENTO DO     *
      * HONORARIO DO ARQUIVO DE PARAMETROS *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           MOVE 'COBEXT-PRAZO' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO COBEXT-PRAZO NAO CADASTRADO "
                   "EM PARAMETROS - ACERTO NAO IMPORTADO ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PRAZO-HONORARIO.
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE TRATAMENTO DE UM         *
      * REGISTRO DO ACERTO DA AGENCIA      *
      **************************************
      *
       1000-PROCESSA-ACERTO.
           READ COBR_EXT_RETORNO
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-LIDOS

      *> SO ENTRA NO ACERTO A DUPLICATA QUE ESTA CEDIDA, AINDA EM
      *> COBRANCA, A AGENCIA QUE MANDOU O REGISTRO.
           MOVE CXR-NR-DUPLICATA TO CEX-NR-DUPLICATA
           READ COBRANCA_EXTERNA
               INVALID KEY
                   DISPLAY " [NAO CEDIDA] DUPLICATA " CXR-NR-DUPLICATA
                       " NAO FOI CEDIDA A AGENCIA DE COBRANCA"
                   ADD 1 TO WS-QTD-EXCECOES
                   GO TO 1000-PROCESSA-ACERTO-FIM
           END-READ

           IF NOT CEX-ATIVA OR CEX-COD-AGENCIA NOT = CXR-COD-AGENCIA
               DISPLAY " [OUTRA AGENCIA] DUPLICATA " CXR-NR-DUPLICATA
                   " NAO ESTA EM COBRANCA NA AGENCIA "
                   CXR-COD-AGENCIA
               ADD 1 TO WS-QTD-EXCECOES
               GO TO 1000-PROCESSA-ACERTO-FIM
           END-IF

           EVALUATE TRUE
               WHEN CXR-COBRADA
                   PERFORM 1100-LANCA-COBRANCA
                       THRU 1100-LANCA-COBRANCA-FIM
               WHEN CXR-DEVOLVIDA
                   PERFORM 1300-DEVOLVE-DUPLICATA
                       THRU 1300-DEVOLVE-DUPLICATA-FIM
               WHEN OTHER
                   DISPLAY " [TIPO INVALIDO] DUPLICATA "
                       CXR-NR-DUPLICATA " TIPO " CXR-TIPO
                   ADD 1 TO WS-QTD-EXCECOES
           END-EVALUATE

           END-READ.
       1000-PROCESSA-ACERTO-FIM.
           EXIT.
      *
      **************************************
      * VALOR COBRADO PELA AGENCIA:        *
      * LANCADO NO MASTER (OU COMO         *
      * RECUPERACAO) E ANOTADO NA CESSAO   *
      **************************************
      *
       1100-LANCA-COBRANCA.
           IF CXR-VL-COBRADO NOT > ZEROS
               DISPLAY " [VALOR INVALIDO] DUPLICATA " CXR-NR-DUPLICATA
                   " VALOR COBRADO " CXR-VL-COBRADO
               ADD 1 TO WS-QTD-EXCECOES
               GO TO 1100-LANCA-COBRANCA-FIM
           END-IF

           MOVE CXR-DT-MOVIMENTO TO WS-PC-DATA
           CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
           IF WS-PC-RESULTADO EQUAL 'F'
               DISPLAY " [MES FECHADO] COBRANCA DA DUPLICATA "
                   CXR-NR-DUPLICATA " DATADA DE " CXR-DT-MOVIMENTO
                   " CAI EM MES CONTABIL JA FECHADO - NAO LANCADA"
               ADD 1 TO WS-QTD-EXCECOES
               GO TO 1100-LANCA-COBRANCA-FIM
           END-IF

           MOVE CXR-NR-DUPLICATA TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   DISPLAY " [SEM DUPLICATA] DUPLICATA "
                       CXR-NR-DUPLICATA " NAO EXISTE NO MASTER"
                   ADD 1 TO WS-QTD-EXCECOES
                   GO TO 1100-LANCA-COBRANCA-FIM
           END-READ

           MOVE 'N' TO WS-LANCOU
           MOVE 'N' TO WS-QUITOU

      *> DUPLICATA BAIXADA COMO INCOBRAVEL ENQUANTO ESTAVA NA
      *> AGENCIA: O DINHEIRO E UMA RECUPERACAO, NAO UMA BAIXA.
           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
               PERFORM 1150-LANCA-RECUPERACAO
                   THRU 1150-LANCA-RECUPERACAO-FIM
           ELSE
               PERFORM 1200-LANCA-PAGAMENTO
                   THRU 1200-LANCA-PAGAMENTO-FIM
           END-IF

           IF WS-LANCOU NOT EQUAL 'S'
               ADD 1 TO WS-QTD-EXCECOES
               GO TO 1100-LANCA-COBRANCA-FIM
           END-IF

      *> A CESSAO GUARDA O BRUTO COBRADO E O HONORARIO PARA O
      *> RELATORIO DE DESEMPENHO (EXERCICIO_132); QUITADA, A
      *> DUPLICATA SAI DA AGENCIA.
           ADD CXR-VL-COBRADO   TO CEX-VL-RECUPERADO
           ADD CXR-VL-HONORARIO TO CEX-VL-HONORARIO
           MOVE CXR-DT-MOVIMENTO TO CEX-DT-RETORNO
           IF WS-QUITOU EQUAL 'S'
               MOVE 'L' TO CEX-SITUACAO
           END-IF
           REWRITE REG-COBR-EXTERNA

           ADD 1 TO WS-QTD-COBRADAS
           ADD CXR-VL-COBRADO TO WS-VL-COBRADO-TOT
           PERFORM 1400-ACUMULA-HONORARIO
               THRU 1400-ACUMULA-HONORARIO-FIM.
       1100-LANCA-COBRANCA-FIM.
           EXIT.
      *
      **************************************
      * COBRANCA DE DUPLICATA BAIXADA      *
      * COMO INCOBRAVEL: LANCADA COMO      *
      * RECUPERACAO ATE O SALDO BAIXADO    *
      **************************************
      *
       1150-LANCA-RECUPERACAO.
           MOVE 'C'              TO WS-RI-FUNCAO
           MOVE CXR-NR-DUPLICATA TO WS-RI-NR-DUPLICATA
           MOVE CXR-DT-MOVIMENTO TO WS-RI-DATA
           MOVE CXR-VL-COBRADO   TO WS-RI-VALOR
           MOVE 'EXT'            TO WS-RI-FORMA
           MOVE 'EXT'            TO WS-RI-ORIGEM
           CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
               WS-RI-NR-DUPLICATA, WS-RI-DATA, WS-RI-VALOR,
               WS-RI-FORMA, WS-RI-ORIGEM, WS-JR-OPERADOR,
               WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO
           IF WS-RI-RESULTADO NOT EQUAL 'S' OR WS-RI-SALDO NOT > ZEROS
               DISPLAY " [SEM SALDO] DUPLICATA " CXR-NR-DUPLICATA
                   " BAIXADA COMO INCOBRAVEL SEM SALDO A RECUPERAR"
               GO TO 1150-LANCA-RECUPERACAO-FIM
           END-IF

      *> O QUE PASSA DO SALDO BAIXADO E JURO DE MORA COBRADO PELA
      *> AGENCIA.
           MOVE ZEROS TO WS-VL-JUROS
           IF WS-RI-VALOR > WS-RI-SALDO
               COMPUTE WS-VL-JUROS = WS-RI-VALOR - WS-RI-SALDO
               MOVE WS-RI-SALDO TO WS-RI-VALOR
           END-IF

           MOVE 'L' TO WS-RI-FUNCAO
           CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
               WS-RI-NR-DUPLICATA, WS-RI-DATA, WS-RI-VALOR,
               WS-RI-FORMA, WS-RI-ORIGEM, WS-JR-OPERADOR,
               WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO
           IF WS-RI-RESULTADO NOT EQUAL 'R'
               DISPLAY " [RECUSADA] RECUPERACAO DA DUPLICATA "
                   CXR-NR-DUPLICATA " NAO LANCADA - RESULTADO "
                   WS-RI-RESULTADO
               GO TO 1150-LANCA-RECUPERACAO-FIM
           END-IF

           MOVE 'S' TO WS-LANCOU
           IF WS-RI-SALDO NOT > ZEROS
               MOVE 'S' TO WS-QUITOU
           END-IF
           ADD WS-VL-JUROS TO WS-VL-JUROS-TOT
           ADD 1 TO WS-QTD-RECUPERADAS
           DISPLAY " [RECUPERACAO] DUPLICATA " CXR-NR-DUPLICATA
               " BAIXADA COMO INCOBRAVEL - VALOR " WS-RI-VALOR
               " LANCADO COMO RECUPERACAO".
       1150-LANCA-RECUPERACAO-FIM.
           EXIT.
      *
      **************************************
      * LANCAMENTO DO VALOR COBRADO NO     *
      * MASTER E ENCAMINHAMENTO PARA O     *
      * ARQUIVO DE PAGAS OU DE PARCIAIS    *
      **************************************
      *
       1200-LANCA-PAGAMENTO.
           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA
               EQUAL "SIM" OR "CAN" OR "REN"
               DISPLAY " [NAO EM ABERTO] DUPLICATA " CXR-NR-DUPLICATA
                   " ESTA COM STATUS "
                   DUPL-ST-DUPLICATA OF REG-DUPLICATA
                   " - COBRANCA NAO LANCADA"
               GO TO 1200-LANCA-PAGAMENTO-FIM
           END-IF

      *> O SALDO DO MASTER NAO TEM OS JUROS DE MORA DO EXERCICIO_019
      *> (ESTES FICAM SO NA COPIA DE DUPL_VENCIDAS): O QUE A AGENCIA
      *> COBROU ALEM DELE E JURO, E O PAGO GRAVADO NUNCA PASSA DA
      *> FATURA, COMO NO RETORNO BANCARIO.
           COMPUTE WS-VL-SALDO =
               DUPL-VL-FATURA OF REG-DUPLICATA -
               DUPL-VL-PAGO OF REG-DUPLICATA
           MOVE CXR-VL-COBRADO TO WS-VL-LANCADO
           MOVE ZEROS TO WS-VL-JUROS
           IF WS-VL-LANCADO > WS-VL-SALDO
               COMPUTE WS-VL-JUROS = WS-VL-LANCADO - WS-VL-SALDO
               MOVE WS-VL-SALDO TO WS-VL-LANCADO
           END-IF

           ADD WS-VL-LANCADO TO DUPL-VL-PAGO OF REG-DUPLICATA
           MOVE CXR-DT-MOVIMENTO TO DUPL-DT-BAIXA OF REG-DUPLICATA

           IF DUPL-VL-PAGO OF REG-DUPLICATA NOT <
               DUPL-VL-FATURA OF REG-DUPLICATA
               MOVE 'S' TO WS-QUITOU
               MOVE "SIM" TO DUPL-ST-DUPLICATA OF REG-DUPLICATA
               MOVE CORRESPONDING REG-DUPLICATA TO REG-DUPL_PAGAS
               WRITE REG-DUPL_PAGAS
                   INVALID KEY
                       REWRITE REG-DUPL_PAGAS
               END-WRITE
               ADD 1 TO WS-QTD-QUITADAS
      *> QUITACAO TOTAL: A COPIA ANTIGA SAI TAMBEM DE PARCIAIS.
               MOVE CXR-NR-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_PARCIAIS
               DELETE DUPL_PARCIAIS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE "PAR" TO DUPL-ST-DUPLICATA OF REG-DUPLICATA
               MOVE CORRESPONDING REG-DUPLICATA TO REG-DUPL_PARCIAIS
               WRITE REG-DUPL_PARCIAIS
                   INVALID KEY
                       REWRITE REG-DUPL_PARCIAIS
               END-WRITE
               ADD 1 TO WS-QTD-PARCIAIS
           END-IF

      *> EM QUALQUER BAIXA A COPIA ANTIGA SAI DE DUPL_VENCIDAS.
           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               MOVE CXR-NR-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               DELETE DUPL_VENCIDAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

           REWRITE REG-DUPLICATA

      *> A BAIXA VAI PARA O JORNAL DE IMAGENS (ROLL-FORWARD DE
      *> EXERCICIO_122).
           MOVE 'DUPLICATAS'  TO WS-JR-ARQUIVO
           MOVE SPACES        TO WS-JR-CHAVE
           MOVE CXR-NR-DUPLICATA TO WS-JR-CHAVE(1:7)
           MOVE SPACES        TO WS-JR-IMAGEM
           MOVE REG-DUPLICATA TO WS-JR-IMAGEM
           CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO, WS-JR-CHAVE,
               WS-JR-IMAGEM, WS-JR-OPERADOR

           MOVE CXR-NR-DUPLICATA TO FBA-NR-DUPLICATA
           MOVE 'EXT'            TO FBA-FORMA
           MOVE CXR-DT-MOVIMENTO TO FBA-DT-BAIXA
           MOVE 'EXT'            TO FBA-ORIGEM
           WRITE REG-FORMA-BAIXA
               INVALID KEY
                   REWRITE REG-FORMA-BAIXA
           END-WRITE

           MOVE 'S' TO WS-LANCOU
           ADD WS-VL-JUROS TO WS-VL-JUROS-TOT
           DISPLAY " [COBRADA] DUPLICATA " CXR-NR-DUPLICATA
               " VALOR " CXR-VL-COBRADO " STATUS "
               DUPL-ST-DUPLICATA OF REG-DUPLICATA
               " JUROS " WS-VL-JUROS.
       1200-LANCA-PAGAMENTO-FIM.
           EXIT.
      *
      **************************************
      * DUPLICATA DEVOLVIDA PELA AGENCIA:  *
      * VOLTA PARA A COBRANCA INTERNA      *
      **************************************
      *
       1300-DEVOLVE-DUPLICATA.
           MOVE 'D'              TO CEX-SITUACAO
           MOVE CXR-DT-MOVIMENTO TO CEX-DT-RETORNO
           ADD CXR-VL-HONORARIO  TO CEX-VL-HONORARIO
           REWRITE REG-COBR-EXTERNA

           ADD 1 TO WS-QTD-DEVOLVIDAS
           PERFORM 1400-ACUMULA-HONORARIO
               THRU 1400-ACUMULA-HONORARIO-FIM
           DISPLAY " [DEVOLVIDA] DUPLICATA " CXR-NR-DUPLICATA
               " DEVOLVIDA PELA AGENCIA " CXR-COD-AGENCIA
               " - VOLTA PARA A COBRANCA INTERNA".
       1300-DEVOLVE-DUPLICATA-FIM.
           EXIT.
      *
      **************************************
      * SOMA O HONORARIO DO REGISTRO NA    *
      * TABELA DE AGENCIAS DO ACERTO       *
      **************************************
      *
       1400-ACUMULA-HONORARIO.
           IF CXR-VL-HONORARIO NOT > ZEROS
               GO TO 1400-ACUMULA-HONORARIO-FIM
           END-IF

           ADD CXR-VL-HONORARIO TO WS-VL-HONORARIO-TOT

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
               OR WS-AGE-CODIGO(WS-IDX) = CXR-COD-AGENCIA
               CONTINUE
           END-PERFORM

           IF WS-IDX > WS-QTD-AGENCIAS
               IF WS-QTD-AGENCIAS NOT < 50
                   DISPLAY "*** TABELA DE AGENCIAS CHEIA - HONORARIO "
                       "DA AGENCIA " CXR-COD-AGENCIA
                       " NAO ACUMULADO ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1400-ACUMULA-HONORARIO-FIM
               END-IF
               ADD 1 TO WS-QTD-AGENCIAS
               MOVE WS-QTD-AGENCIAS TO WS-IDX
               MOVE CXR-COD-AGENCIA TO WS-AGE-CODIGO(WS-IDX)
               MOVE ZEROS TO WS-AGE-HONORARIO(WS-IDX)
           END-IF

           ADD CXR-VL-HONORARIO TO WS-AGE-HONORARIO(WS-IDX).
       1400-ACUMULA-HONORARIO-FIM.
           EXIT.
      *
      **************************************
      * UM TITULO A PAGAR POR AGENCIA COM  *
      * O HONORARIO DO ACERTO              *
      **************************************
      *
       3000-GRAVA-HONORARIOS.
           IF WS-QTD-AGENCIAS = 0
               GO TO 3000-GRAVA-HONORARIOS-FIM
           END-IF

           SET WS-FS-PAGAR TO 0.
           OPEN I-O DUPL_PAGAR
           IF WS-FS-PAGAR EQUAL 35
               OPEN OUTPUT DUPL_PAGAR
               DISPLAY "* ARQUIVO DUPL_PAGAR SENDO CRIADO *"
           END-IF

           MOVE 'S' TO WS-CD-FUNCAO
           MOVE WS-HOJE-AAAAMMDD TO WS-CD-DATA-1
           MOVE ZEROS TO WS-CD-DATA-2
           MOVE WS-PRAZO-HONORARIO TO WS-CD-DIAS
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
               CALL 'NUM_TITULO' USING WS-NR-TITULO

               MOVE WS-NR-TITULO          TO PAG-NR-TITULO
               MOVE WS-AGE-CODIGO(WS-IDX) TO PAG-COD-FORNECEDOR
               MOVE ZEROS                 TO PAG-NR-PEDIDO
               MOVE WS-HOJE-AAAAMMDD      TO PAG-DT-EMISSAO
               MOVE WS-CD-RESULTADO       TO PAG-DT-VENCIMENTO
               MOVE WS-AGE-HONORARIO(WS-IDX) TO PAG-VL-TITULO
               MOVE ZEROS                 TO PAG-VL-PAGO
               MOVE "NAO"                 TO PAG-ST-TITULO
               MOVE ZEROS                 TO PAG-DT-PAGAMENTO
      *> HONORARIO NAO TEM PEDIDO NEM NOTA A CONFERIR.
               MOVE 'N'                   TO PAG-ST-CONFERENCIA
               MOVE ZEROS                 TO PAG-QTDE-RECEBIDA
               MOVE ZEROS                 TO PAG-NR-NOTA-FORN
               MOVE SPACES                TO PAG-OPERADOR-LIBER
               MOVE ZEROS                 TO PAG-DT-LIBERACAO
               MOVE 'H'                   TO PAG-TIPO-TITULO
               MOVE SPACES                TO PAG-COD-RETENCAO
               MOVE ZEROS                 TO PAG-VL-RETENCAO
               MOVE ZEROS                 TO PAG-TITULO-ORIGEM
               MOVE SPACES                TO PAG-EVENTO-DESPESA
               MOVE ZEROS                 TO PAG-VL-CREDITO

               WRITE REG-DUPL-PAGAR
                   INVALID KEY
                       DISPLAY "*** TITULO " PAG-NR-TITULO
                           " JA EXISTE - HONORARIO DA AGENCIA "
                           PAG-COD-FORNECEDOR " NAO GRAVADO ***"
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-TITULOS
                       DISPLAY "TITULO A PAGAR " PAG-NR-TITULO
                           " GRAVADO: AGENCIA " PAG-COD-FORNECEDOR
                           " HONORARIO " PAG-VL-TITULO
                           " VENCIMENTO " PAG-DT-VENCIMENTO
               END-WRITE
           END-PERFORM

           CLOSE DUPL_PAGAR.
       3000-GRAVA-HONORARIOS-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE CONFERENCIA DE TOTAIS DE *
      * CONTROLE (LIDOS = COBRADAS +       *
      * DEVOLVIDAS + EXCECOES)             *
      **************************************
      *
       4000-CONFERE-TOTAIS.
           IF WS-QTD-LIDOS NOT =
               WS-QTD-COBRADAS + WS-QTD-DEVOLVIDAS + WS-QTD-EXCECOES
               DISPLAY '* DIVERGENCIA: QUANTIDADE LIDA DIFERENTE DA '
                       'QUANTIDADE LANCADA MAIS EXCECOES *'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-QTD-TITULOS NOT = WS-QTD-AGENCIAS
               DISPLAY '* DIVERGENCIA: AGENCIAS COM HONORARIO SEM '
                       'TITULO A PAGAR *'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = 0
               DISPLAY 'TOTAIS DE CONTROLE CONFEREM.'
               DISPLAY 'BALANCEAMENTO DE FIM DE JOB: PASS'
           ELSE
               DISPLAY 'BALANCEAMENTO DE FIM DE JOB: FAIL'
           END-IF.
       4000-CONFERE-TOTAIS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_131.
