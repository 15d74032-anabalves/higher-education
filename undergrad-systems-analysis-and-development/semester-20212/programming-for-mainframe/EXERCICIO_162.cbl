      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: GERACAO MENSAL DOS TITULOS A PAGAR DAS DESPESAS FIXAS
      * (DESPESAS_FIXAS, LANCADAS COM REPETICAO EM EXERCICIO_161), NO
      * MESMO ESQUEMA DO FATURAMENTO DE CONTRATOS (EXERCICIO_140):
      * PARA A COMPETENCIA (AAAAMM) INFORMADA, CADA DESPESA FIXA ATIVA
      * E VIGENTE AINDA NAO GERADA VIRA UM TITULO 'D' EM DUPL_PAGAR
      * COM NUMERO DE NUM_TITULO, O FORNECEDOR, O EVENTO DE DESPESA E
      * O VALOR DA DESPESA FIXA, VENCIMENTO NO DIA DELA (LIMITADO AO
      * ULTIMO DIA DO MES) ROLADO PARA DIA UTIL POR CALC_DIA_UTIL.
      * VALOR ACIMA DA ALCADA (PARAMETRO LIM-APROV-PC) NASCE PENDENTE
      * DE APROVACAO ('P'), A APROVAR EM EXERCICIO_161. EMISSAO EM MES
      * CONTABIL FECHADO (PERIODO_CHECK) NAO RODA. O REGISTRO
      * (despesas_fixas_rel) TRAZ CADA DESPESA, O MOTIVO DAS NAO
      * GERADAS E OS TOTAIS DE CONTROLE, COM O BALANCEAMENTO DE FIM
      * DE JOB ENTRE DESPESAS LIDAS E A SOMA DOS DESTINOS.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_162.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO DE PARAMETROS (ESTILO SYSIN): QUANDO EXISTE, O LOTE
      *> RODA SEM TECLADO NA JANELA NOTURNA.
           SELECT CARTAO_PARAM ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\exercicio_162_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT DESPESAS_FIXAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\despesas_fixas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DFX-NR-DESPESA
           FILE STATUS     IS WS-FS-DFX.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PAG-NR-TITULO
           FILE STATUS     IS WS-FS-PAGAR.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\despesas_fixas_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
           03 CARD-COMPETENCIA     PIC X(006).
           03 CARD-DT-EMISSAO      PIC 9(008).

       FD DESPESAS_FIXAS.
       01 REG-DESPESA-FIXA.
           COPY DESPFIXA.

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                  PIC 99.
       77 WS-FS-DFX                     PIC 99.
       77 WS-FS-PAGAR                   PIC 99.
       77 WS-FS-REL                     PIC 99.
       77 WS-EOF                        PIC 99 VALUE 0.
       77 WS-NR-NOVO                    PIC 9(007).
       77 WS-DT-EMISSAO                 PIC 9(008).
       77 WS-DATA-VENC-UTIL             PIC 9(008).
       77 WS-VL-EDITADO                 PIC -ZZZZZZZZZZZZ9.99.
       77 WS-MOTIVO                     PIC X(040).

      *> COMPETENCIA GERADA (AAAAMM) E O DIA DE VENCIMENTO MONTADO
      *> SOBRE ELA.
       01 WS-COMPETENCIA                PIC 9(006).
       01 FILLER REDEFINES WS-COMPETENCIA.
           03 WS-COMP-ANO               PIC 9(004).
           03 WS-COMP-MES               PIC 9(002).
       01 WS-DATA-VENC                  PIC 9(008).
       01 FILLER REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANOMES            PIC 9(006).
           03 WS-VENC-DIA               PIC 9(002).

      *> TOTAIS DE CONTROLE DO REGISTRO: TODA DESPESA FIXA LIDA CAI
      *> EM EXATAMENTE UM DESTINO.
       77 WS-QTD-LIDOS                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GERADOS                PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEND-APROV             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-INATIVOS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORA-VIGENCIA          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JA-GERADOS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ERROS                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-GERADO                  PIC S9(013)V9(002) VALUE ZEROS.

      *> ALCADA DE APROVACAO (PARAMETRO LIM-APROV-PC, A MESMA DOS
      *> PEDIDOS DE COMPRA E DO LANCAMENTO AVULSO DE EXERCICIO_161).
       77 WS-VL-LIMITE-APROV            PIC S9(013)V9(002).
       77 WS-PARAM-CODIGO               PIC X(012).
       77 WS-PARAM-VALOR                PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU                PIC X(001).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA), USADA
      *> PARA TRAZER O DIA 29 A 31 PARA O ULTIMO DIA DO MES CURTO.
       77 WS-CD-FUNCAO                  PIC X(001).
       77 WS-CD-DATA-1                  PIC 9(008).
       77 WS-CD-DATA-2                  PIC 9(008).
       77 WS-CD-DIAS                    PIC S9(006).
       77 WS-CD-RESULTADO               PIC 9(008).
       77 WS-CD-VALIDA                  PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> MOVIMENTO DATADO DENTRO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADO.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> CONTROLE DE EXECUCAO DO LOTE (SUBROTINA RUN_CONTROLE), COM
      *> PROTECAO CONTRA RODADA DUPLICADA NA MESMA DATA.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_162'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

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
           'EXERCICIO_162'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'GERACAO MENSAL DE DESPESAS FIXAS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- GERACAO MENSAL DE DESPESAS FIXAS ----'

           MOVE 'I' TO WS-RC-FUNCAO
           MOVE ZEROS TO WS-RC-REGISTROS
           MOVE ZEROS TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           IF WS-RC-RESULTADO EQUAL 'J'
               DISPLAY "*** LOTE JA EXECUTADO NESTA DATA - GRAVE O "
                   "PROGRAMA NO CARTAO runctl_force PARA RODAR DE "
                   "NOVO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-FS-DFX   TO 0.
           SET WS-FS-PAGAR TO 0.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-DATA-EXEC

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           IF WS-FS-CARTAO EQUAL 35
               PERFORM 0030-INFORMA-COMPETENCIA
                   THRU 0030-INFORMA-COMPETENCIA-FIM
               DISPLAY 'INFORME A DATA DE EMISSAO (AAAAMMDD):'
               ACCEPT WS-DT-EMISSAO
           END-IF

           MOVE WS-DT-EMISSAO TO WS-PC-DATA
           CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
           IF WS-PC-RESULTADO EQUAL 'F'
               DISPLAY "*** MES CONTABIL DA EMISSAO JA FECHADO "
                   "(EXERCICIO_090) - GERACAO NAO EXECUTADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> SEM A ALCADA NAO HA COMO SABER QUAIS TITULOS PRECISAM DE
      *> APROVACAO; NADA E GERADO.
           MOVE 'LIM-APROV-PC' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO LIM-APROV-PC NAO CADASTRADO "
                   "EM PARAMETROS - GERACAO NAO EXECUTADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-VL-LIMITE-APROV

           OPEN I-O DESPESAS_FIXAS
           IF WS-FS-DFX EQUAL 35
               DISPLAY "* ARQUIVO DESPESAS_FIXAS NAO EXISTE *"
               GO TO ROT-FIM
           END-IF

           OPEN I-O DUPL_PAGAR
           IF WS-FS-PAGAR EQUAL 35
               OPEN OUTPUT DUPL_PAGAR
           END-IF

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-PROCESSA-DESPESA
               THRU 1000-PROCESSA-DESPESA-FIM
               UNTIL WS-EOF = 1.

           CLOSE DESPESAS_FIXAS.
           CLOSE DUPL_PAGAR.

           PERFORM 4000-IMPRIME-TOTAIS THRU 4000-IMPRIME-TOTAIS-FIM
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "DESPESAS FIXAS LIDAS: " WS-QTD-LIDOS
           DISPLAY "TITULOS GERADOS: " WS-QTD-GERADOS
               " VALOR: " WS-VL-GERADO
           DISPLAY "  PENDENTES DE APROVACAO: " WS-QTD-PEND-APROV
           DISPLAY "ENCERRADAS: " WS-QTD-INATIVOS
           DISPLAY "FORA DA VIGENCIA: " WS-QTD-FORA-VIGENCIA
           DISPLAY "JA GERADAS NA COMPETENCIA: " WS-QTD-JA-GERADOS
           DISPLAY "COM ERRO (NAO GERADAS): " WS-QTD-ERROS
           DISPLAY "REGISTRO DE GERACAO GRAVADO EM "
               "despesas_fixas_rel."

           IF WS-QTD-ERROS > ZEROS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

      *> BALANCEAMENTO: TODA DESPESA FIXA LIDA TEM QUE TER CAIDO EM
      *> UM DESTINO (GERADA OU UM DOS MOTIVOS DE NAO GERACAO).
           COMPUTE WS-QTD-DESTINOS = WS-QTD-GERADOS +
               WS-QTD-INATIVOS + WS-QTD-FORA-VIGENCIA +
               WS-QTD-JA-GERADOS + WS-QTD-ERROS
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDOS
               DISPLAY "DESPESAS LIDAS " WS-QTD-LIDOS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           MOVE 'F' TO WS-RC-FUNCAO
           MOVE WS-QTD-GERADOS TO WS-RC-REGISTROS
           MOVE RETURN-CODE TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           STOP RUN.

      *
      **************************************
      * LEITURA E VALIDACAO DO CARTAO DE   *
      * PARAMETROS                         *
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

           IF CARD-COMPETENCIA IS NOT NUMERIC OR
               CARD-COMPETENCIA(5:2) < '01' OR
               CARD-COMPETENCIA(5:2) > '12'
               DISPLAY "*** CARTAO INVALIDO: COMPETENCIA "
                   CARD-COMPETENCIA " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-DT-EMISSAO EQUAL ZEROS OR
               CARD-DT-EMISSAO(5:2) < '01' OR
               CARD-DT-EMISSAO(5:2) > '12' OR
               CARD-DT-EMISSAO(7:2) < '01' OR
               CARD-DT-EMISSAO(7:2) > '31'
               DISPLAY "*** CARTAO INVALIDO: DATA DE EMISSAO "
                   CARD-DT-EMISSAO " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CARD-COMPETENCIA TO WS-COMPETENCIA
           MOVE CARD-DT-EMISSAO  TO WS-DT-EMISSAO

           DISPLAY "PARAMETROS DO CARTAO: COMPETENCIA " WS-COMPETENCIA
               " EMISSAO " WS-DT-EMISSAO.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
       0030-INFORMA-COMPETENCIA.
           DISPLAY 'INFORME A COMPETENCIA A GERAR (AAAAMM):'
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO 0030-INFORMA-COMPETENCIA
           END-IF.
       0030-INFORMA-COMPETENCIA-FIM.
           EXIT.
      *
      **************************************
      * LE CADA DESPESA FIXA E DECIDE SE   *
      * ELA GERA TITULO NA COMPETENCIA; O  *
      * MOTIVO DE NAO GERAR VAI PARA O     *
      * REGISTRO                           *
      **************************************
      *
       1000-PROCESSA-DESPESA.
           READ DESPESAS_FIXAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 1000-PROCESSA-DESPESA-FIM
           END-READ
           ADD 1 TO WS-QTD-LIDOS

           IF NOT DFX-ATIVA
               ADD 1 TO WS-QTD-INATIVOS
               MOVE 'ENCERRADA' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-GERADO
                   THRU 3100-IMPRIME-NAO-GERADO-FIM
               GO TO 1000-PROCESSA-DESPESA-FIM
           END-IF

      *> VIGENTE NA COMPETENCIA: COMECOU ATE O MES E NAO TERMINOU
      *> ANTES DELE (FIM ZERADO = SEM PRAZO).
           IF DFX-ANOMES-INICIO > WS-COMPETENCIA OR
               (DFX-ANOMES-FIM NOT EQUAL ZEROS AND
                DFX-ANOMES-FIM < WS-COMPETENCIA)
               ADD 1 TO WS-QTD-FORA-VIGENCIA
               MOVE 'FORA DA VIGENCIA' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-GERADO
                   THRU 3100-IMPRIME-NAO-GERADO-FIM
               GO TO 1000-PROCESSA-DESPESA-FIM
           END-IF

      *> RODADA REPETIDA NA MESMA COMPETENCIA (OU A COMPETENCIA DO
      *> LANCAMENTO ORIGINAL) NAO GERA DE NOVO.
           IF DFX-ANOMES-ULT-GER NOT < WS-COMPETENCIA
               ADD 1 TO WS-QTD-JA-GERADOS
               MOVE 'JA GERADA NA COMPETENCIA' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-GERADO
                   THRU 3100-IMPRIME-NAO-GERADO-FIM
               GO TO 1000-PROCESSA-DESPESA-FIM
           END-IF

           PERFORM 1300-GRAVA-TITULO THRU 1300-GRAVA-TITULO-FIM.
       1000-PROCESSA-DESPESA-FIM.
           EXIT.
      *
      **************************************
      * VENCIMENTO NO DIA DA DESPESA,      *
      * LIMITADO AO ULTIMO DIA DO MES E    *
      * ROLADO PARA DIA UTIL               *
      **************************************
      *
       1200-CALCULA-VENCIMENTO.
           MOVE WS-COMPETENCIA TO WS-VENC-ANOMES
           MOVE DFX-DIA-VENC   TO WS-VENC-DIA
           MOVE 'N' TO WS-CD-VALIDA
           PERFORM 1250-VALIDA-DIA THRU 1250-VALIDA-DIA-FIM
               UNTIL WS-CD-VALIDA EQUAL 'S'

           CALL 'CALC_DIA_UTIL' USING WS-DATA-VENC,
               WS-DATA-VENC-UTIL.
       1200-CALCULA-VENCIMENTO-FIM.
           EXIT.
      *
       1250-VALIDA-DIA.
           MOVE 'V' TO WS-CD-FUNCAO
           MOVE WS-DATA-VENC TO WS-CD-DATA-1
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA
           IF WS-CD-VALIDA NOT EQUAL 'S'
               SUBTRACT 1 FROM WS-VENC-DIA
           END-IF.
       1250-VALIDA-DIA-FIM.
           EXIT.
      *
      **************************************
      * GRAVA O TITULO A PAGAR DA DESPESA  *
      * E MARCA A COMPETENCIA GERADA       *
      **************************************
      *
       1300-GRAVA-TITULO.
           PERFORM 1200-CALCULA-VENCIMENTO
               THRU 1200-CALCULA-VENCIMENTO-FIM

      *> O NUMERO DO TITULO VEM DO CONTROLE CENTRAL DE NUMERACAO.
           CALL 'NUM_TITULO' USING WS-NR-NOVO
           MOVE WS-NR-NOVO          TO PAG-NR-TITULO
           MOVE DFX-COD-FORNECEDOR  TO PAG-COD-FORNECEDOR
           MOVE ZEROS               TO PAG-NR-PEDIDO
           MOVE WS-DT-EMISSAO       TO PAG-DT-EMISSAO
           MOVE WS-DATA-VENC-UTIL   TO PAG-DT-VENCIMENTO
           MOVE DFX-VL-MENSAL       TO PAG-VL-TITULO
           MOVE ZEROS               TO PAG-VL-PAGO
           MOVE "NAO"               TO PAG-ST-TITULO
           MOVE ZEROS               TO PAG-DT-PAGAMENTO
           IF DFX-VL-MENSAL > WS-VL-LIMITE-APROV
               MOVE 'P'             TO PAG-ST-CONFERENCIA
           ELSE
               MOVE 'N'             TO PAG-ST-CONFERENCIA
           END-IF
           MOVE ZEROS               TO PAG-QTDE-RECEBIDA
           MOVE DFX-NR-DOCUMENTO    TO PAG-NR-NOTA-FORN
           MOVE SPACES              TO PAG-OPERADOR-LIBER
           MOVE ZEROS               TO PAG-DT-LIBERACAO
           MOVE 'D'                 TO PAG-TIPO-TITULO
           MOVE SPACES              TO PAG-COD-RETENCAO
           MOVE ZEROS               TO PAG-VL-RETENCAO
           MOVE ZEROS               TO PAG-TITULO-ORIGEM
           MOVE DFX-EVENTO-DESPESA  TO PAG-EVENTO-DESPESA
           MOVE ZEROS               TO PAG-VL-CREDITO

           WRITE REG-DUPL-PAGAR
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'TITULO ' DELIMITED BY SIZE
                       WS-NR-NOVO DELIMITED BY SIZE
                       ' JA EXISTE' DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   PERFORM 3100-IMPRIME-NAO-GERADO
                       THRU 3100-IMPRIME-NAO-GERADO-FIM
                   GO TO 1300-GRAVA-TITULO-FIM
           END-WRITE

           MOVE WS-COMPETENCIA      TO DFX-ANOMES-ULT-GER
           MOVE WS-RC-PROGRAMA(1:8) TO DFX-OPERADOR
           MOVE WS-REL-DATA-EXEC    TO DFX-DT-ALTERACAO
           REWRITE REG-DESPESA-FIXA
           END-REWRITE

           ADD 1 TO WS-QTD-GERADOS
           ADD DFX-VL-MENSAL TO WS-VL-GERADO
           IF PAG-CONF-PEND-APROV
               ADD 1 TO WS-QTD-PEND-APROV
           END-IF
           PERFORM 3000-IMPRIME-GERADO THRU 3000-IMPRIME-GERADO-FIM.
       1300-GRAVA-TITULO-FIM.
           EXIT.
      *
      **************************************
      * LINHAS DE DETALHE DO REGISTRO DE   *
      * GERACAO                            *
      **************************************
      *
       3000-IMPRIME-GERADO.
           MOVE DFX-VL-MENSAL TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' DESPESA ' DELIMITED BY SIZE
               DFX-NR-DESPESA DELIMITED BY SIZE
               ' FORN ' DELIMITED BY SIZE
               DFX-COD-FORNECEDOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DFX-DESCRICAO DELIMITED BY SIZE
               ' TITULO ' DELIMITED BY SIZE
               WS-NR-NOVO DELIMITED BY SIZE
               ' VENC ' DELIMITED BY SIZE
               WS-DATA-VENC-UTIL DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF PAG-CONF-PEND-APROV
               MOVE 'APROVAR' TO WS-LINHA-REL(125:7)
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-GERADO-FIM.
           EXIT.
      *
       3100-IMPRIME-NAO-GERADO.
           MOVE SPACES TO WS-LINHA-REL
           STRING ' DESPESA ' DELIMITED BY SIZE
               DFX-NR-DESPESA DELIMITED BY SIZE
               ' FORN ' DELIMITED BY SIZE
               DFX-COD-FORNECEDOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DFX-DESCRICAO DELIMITED BY SIZE
               ' NAO GERADA: ' DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3100-IMPRIME-NAO-GERADO-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS DE CONTROLE DO REGISTRO     *
      **************************************
      *
       4000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-VL-GERADO TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAIS: LIDAS ' DELIMITED BY SIZE
               WS-QTD-LIDOS DELIMITED BY SIZE
               ' GERADAS ' DELIMITED BY SIZE
               WS-QTD-GERADOS DELIMITED BY SIZE
               ' VALOR GERADO ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               ' A APROVAR ' DELIMITED BY SIZE
               WS-QTD-PEND-APROV DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' NAO GERADAS: ENCERRADAS ' DELIMITED BY SIZE
               WS-QTD-INATIVOS DELIMITED BY SIZE
               ' FORA DA VIGENCIA ' DELIMITED BY SIZE
               WS-QTD-FORA-VIGENCIA DELIMITED BY SIZE
               ' JA GERADAS ' DELIMITED BY SIZE
               WS-QTD-JA-GERADOS DELIMITED BY SIZE
               ' ERROS ' DELIMITED BY SIZE
               WS-QTD-ERROS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       4000-IMPRIME-TOTAIS-FIM.
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
           STRING 'REGISTRO DE GERACAO DE DESPESAS FIXAS'
               '   COMPETENCIA: ' DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               '   EMISSAO: ' DELIMITED BY SIZE
               WS-DT-EMISSAO DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 2 TO WS-REL-LINHAS.
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

       END PROGRAM EXERCICIO_162.
