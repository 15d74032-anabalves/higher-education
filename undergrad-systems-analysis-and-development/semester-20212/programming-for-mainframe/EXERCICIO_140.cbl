      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: FATURAMENTO MENSAL DOS CONTRATOS DE SERVICO
      * RECORRENTE (CONTRATOS, EXERCICIO_139), NO MESMO ESQUEMA DA
      * MENSALIDADE DE EXERCICIO_031: PARA A COMPETENCIA (AAAAMM)
      * INFORMADA, CADA CONTRATO ATIVO E VIGENTE AINDA NAO FATURADO
      * GERA UMA DUPLICATA COM NUMERO DE NUM_DUPLICATA, VENCIMENTO NO
      * DIA DO CONTRATO (LIMITADO AO ULTIMO DIA DO MES) ROLADO PARA
      * DIA UTIL POR CALC_DIA_UTIL, DEPOIS DA VERIFICACAO DE CREDITO
      * (CRED_CHECK); EMISSAO EM MES CONTABIL FECHADO (PERIODO_CHECK)
      * NAO RODA. NO MES DE REAJUSTE, COM UM ANO DE CONTRATO, O VALOR
      * MENSAL E CORRIGIDO PELO PERCENTUAL DO INDICE (PARAMETRO
      * 'REAJ-' + INDICE) ANTES DE FATURAR. O REGISTRO DE FATURAMENTO
      * (contratos_fat_rel) TRAZ CADA CONTRATO, O MOTIVO DOS NAO
      * FATURADOS E OS TOTAIS DE CONTROLE, COM O BALANCEAMENTO DE FIM
      * DE JOB ENTRE CONTRATOS LIDOS E A SOMA DOS DESTINOS.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_140.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO DE PARAMETROS (ESTILO SYSIN): QUANDO EXISTE, O LOTE
      *> RODA SEM TECLADO NA JANELA NOTURNA, COMO OS PASSOS DO
      *> DUPLOTE.
           SELECT CARTAO_PARAM ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\exercicio_140_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT CONTRATOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contratos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CTR-NR-CONTRATO
           FILE STATUS     IS WS-FS-CONTRATOS.

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contratos_fat_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
           03 CARD-COMPETENCIA     PIC X(006).
           03 CARD-DT-EMISSAO      PIC 9(008).

       FD CONTRATOS.
       01 REG-CONTRATO.
           COPY CONTRATO.

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                  PIC 99.
       77 WS-FS-CONTRATOS               PIC 99.
       77 WS-FS-DUPLICATAS              PIC 99.
       77 WS-FS-REL                     PIC 99.
       77 WS-EOF                        PIC 99 VALUE 0.
       77 WS-NR-NOVO                    PIC 9(007).
       77 WS-DT-EMISSAO                 PIC 9(008).
       77 WS-DATA-VENC-UTIL             PIC 9(008).
       77 WS-VL-ANTERIOR                PIC S9(013)V9(002).
       77 WS-VL-EDITADO                 PIC -ZZZZZZZZZZZZ9.99.
       77 WS-VL-EDITADO-2               PIC -ZZZZZZZZZZZZ9.99.
       77 WS-MOTIVO                     PIC X(040).

      *> COMPETENCIA FATURADA (AAAAMM) E O DIA DE VENCIMENTO MONTADO
      *> SOBRE ELA.
       01 WS-COMPETENCIA                PIC 9(006).
       01 FILLER REDEFINES WS-COMPETENCIA.
           03 WS-COMP-ANO               PIC 9(004).
           03 WS-COMP-MES               PIC 9(002).
       01 WS-DATA-VENC                  PIC 9(008).
       01 FILLER REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANOMES            PIC 9(006).
           03 WS-VENC-DIA               PIC 9(002).
       01 WS-DT-INICIO                  PIC 9(008).
       01 FILLER REDEFINES WS-DT-INICIO.
           03 WS-INICIO-ANOMES          PIC 9(006).
           03 FILLER                    PIC 9(002).
       01 WS-DT-FIM                     PIC 9(008).
       01 FILLER REDEFINES WS-DT-FIM.
           03 WS-FIM-ANOMES             PIC 9(006).
           03 FILLER                    PIC 9(002).

      *> TOTAIS DE CONTROLE DO REGISTRO DE FATURAMENTO: TODO CONTRATO
      *> LIDO CAI EM EXATAMENTE UM DESTINO.
       77 WS-QTD-LIDOS                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FATURADOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-INATIVOS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORA-VIGENCIA          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JA-FATURADOS           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-CREDITO            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ERROS                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REAJUSTADOS            PIC 9(006) VALUE ZEROS.
       77 WS-VL-FATURADO                PIC S9(013)V9(002) VALUE ZEROS.

      *> PERCENTUAL DO INDICE DE REAJUSTE, LIDO DO ARQUIVO PARAMETROS
      *> NO CODIGO 'REAJ-' + INDICE DO CONTRATO.
       77 WS-PARAM-CODIGO               PIC X(012).
       77 WS-PARAM-VALOR                PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU                PIC X(001).

       77 WS-VL-EXPOSICAO               PIC S9(013)V9(002).
       77 WS-VL-LIMITE                  PIC S9(013)V9(002).
       77 WS-CRED-RESULTADO             PIC X(001).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA), USADA
      *> PARA TRAZER O DIA 29 A 31 PARA O ULTIMO DIA DO MES CURTO.
       77 WS-CD-FUNCAO                  PIC X(001).
       77 WS-CD-DATA-1                  PIC 9(008).
       77 WS-CD-DATA-2                  PIC 9(008).
       77 WS-CD-DIAS                    PIC S9(006).
       77 WS-CD-RESULTADO               PIC 9(008).
       77 WS-CD-VALIDA                  PIC X(001).

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM): CADA
      *> DUPLICATA GERADA FICA NO JORNAL PARA O ROLL-FORWARD
      *> (EXERCICIO_122) DEPOIS DE UMA RESTAURACAO.
       77 WS-JR-ARQUIVO    PIC X(012).
       77 WS-JR-CHAVE      PIC X(020).
       77 WS-JR-IMAGEM     PIC X(150).
       77 WS-JR-OPERADOR   PIC X(008) VALUE 'CONTRATO'.

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> MOVIMENTO DATADO DENTRO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADO.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> CONTROLE DE EXECUCAO DO LOTE (SUBROTINA RUN_CONTROLE), COM
      *> PROTECAO CONTRA RODADA DUPLICADA NA MESMA DATA.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_140'.
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
           'EXERCICIO_140'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'FATURAMENTO MENSAL DE CONTRATOS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- FATURAMENTO MENSAL DE CONTRATOS ----'

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

           SET WS-FS-CONTRATOS    TO 0.
           SET WS-FS-DUPLICATAS   TO 0.
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
                   "(EXERCICIO_090) - FATURAMENTO NAO EXECUTADO ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           OPEN I-O CONTRATOS
           IF WS-FS-CONTRATOS EQUAL 35
               DISPLAY "* ARQUIVO CONTRATOS NAO EXISTE *"
               GO TO ROT-FIM
           END-IF

           OPEN I-O DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               OPEN OUTPUT DUPLICATAS
           END-IF

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-PROCESSA-CONTRATO
               THRU 1000-PROCESSA-CONTRATO-FIM
               UNTIL WS-EOF = 1.

           CLOSE CONTRATOS.
           CLOSE DUPLICATAS.

           PERFORM 4000-IMPRIME-TOTAIS THRU 4000-IMPRIME-TOTAIS-FIM
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "CONTRATOS LIDOS: " WS-QTD-LIDOS
           DISPLAY "CONTRATOS FATURADOS: " WS-QTD-FATURADOS
               " VALOR: " WS-VL-FATURADO
           DISPLAY "CONTRATOS REAJUSTADOS: " WS-QTD-REAJUSTADOS
           DISPLAY "SUSPENSOS OU ENCERRADOS: " WS-QTD-INATIVOS
           DISPLAY "FORA DA VIGENCIA: " WS-QTD-FORA-VIGENCIA
           DISPLAY "JA FATURADOS NA COMPETENCIA: " WS-QTD-JA-FATURADOS
           DISPLAY "BLOQUEADOS POR CREDITO (NAO FATURADOS): "
               WS-QTD-SEM-CREDITO
           DISPLAY "COM ERRO (NAO FATURADOS): " WS-QTD-ERROS
           DISPLAY "REGISTRO DE FATURAMENTO GRAVADO EM "
               "contratos_fat_rel."

           IF WS-QTD-ERROS > ZEROS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

      *> BALANCEAMENTO: TODO CONTRATO LIDO TEM QUE TER CAIDO EM UM
      *> DESTINO (FATURADO OU UM DOS MOTIVOS DE NAO FATURAMENTO).
           COMPUTE WS-QTD-DESTINOS = WS-QTD-FATURADOS +
               WS-QTD-INATIVOS + WS-QTD-FORA-VIGENCIA +
               WS-QTD-JA-FATURADOS + WS-QTD-SEM-CREDITO +
               WS-QTD-ERROS
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDOS
               DISPLAY "CONTRATOS LIDOS " WS-QTD-LIDOS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           MOVE 'F' TO WS-RC-FUNCAO
           MOVE WS-QTD-FATURADOS TO WS-RC-REGISTROS
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
           DISPLAY 'INFORME A COMPETENCIA A FATURAR (AAAAMM):'
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO 0030-INFORMA-COMPETENCIA
           END-IF.
       0030-INFORMA-COMPETENCIA-FIM.
           EXIT.
      *
      **************************************
      * LE CADA CONTRATO E DECIDE SE ELE   *
      * E FATURADO NA COMPETENCIA; O       *
      * MOTIVO DE NAO FATURAR VAI PARA O   *
      * REGISTRO                           *
      **************************************
      *
       1000-PROCESSA-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 1000-PROCESSA-CONTRATO-FIM
           END-READ
           ADD 1 TO WS-QTD-LIDOS

           IF NOT CTR-ATIVO
               ADD 1 TO WS-QTD-INATIVOS
               MOVE 'SUSPENSO OU ENCERRADO' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-FATURADO
                   THRU 3100-IMPRIME-NAO-FATURADO-FIM
               GO TO 1000-PROCESSA-CONTRATO-FIM
           END-IF

      *> VIGENTE NA COMPETENCIA: COMECOU ATE O MES E NAO TERMINOU
      *> ANTES DELE (DATA FIM ZERADA = SEM PRAZO).
           MOVE CTR-DT-INICIO TO WS-DT-INICIO
           MOVE CTR-DT-FIM    TO WS-DT-FIM
           IF WS-INICIO-ANOMES > WS-COMPETENCIA OR
               (CTR-DT-FIM NOT EQUAL ZEROS AND
                WS-FIM-ANOMES < WS-COMPETENCIA)
               ADD 1 TO WS-QTD-FORA-VIGENCIA
               MOVE 'FORA DA VIGENCIA' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-FATURADO
                   THRU 3100-IMPRIME-NAO-FATURADO-FIM
               GO TO 1000-PROCESSA-CONTRATO-FIM
           END-IF

      *> RODADA REPETIDA NA MESMA COMPETENCIA NAO FATURA DE NOVO.
           IF CTR-ANOMES-ULT-FAT NOT < WS-COMPETENCIA
               ADD 1 TO WS-QTD-JA-FATURADOS
               MOVE 'JA FATURADO NA COMPETENCIA' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-FATURADO
                   THRU 3100-IMPRIME-NAO-FATURADO-FIM
               GO TO 1000-PROCESSA-CONTRATO-FIM
           END-IF

           PERFORM 1100-APLICA-REAJUSTE THRU 1100-APLICA-REAJUSTE-FIM
           IF WS-PARAM-ACHOU EQUAL 'N'
               ADD 1 TO WS-QTD-ERROS
               MOVE SPACES TO WS-MOTIVO
               STRING 'PARAMETRO ' DELIMITED BY SIZE
                   WS-PARAM-CODIGO DELIMITED BY SPACE
                   ' NAO CADASTRADO' DELIMITED BY SIZE
                   INTO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-FATURADO
                   THRU 3100-IMPRIME-NAO-FATURADO-FIM
               GO TO 1000-PROCESSA-CONTRATO-FIM
           END-IF

      *> VERIFICACAO DE CREDITO ANTES DE GERAR A DUPLICATA: CLIENTE
      *> BLOQUEADO OU ACIMA DO LIMITE NAO E FATURADO. O ARQUIVO
      *> DUPLICATAS E FECHADO EM VOLTA DA CHAMADA, PORQUE A SUBROTINA
      *> CRED_CHECK PRECISA ABRI-LO POR CONTA PROPRIA.
           CLOSE DUPLICATAS
           CALL 'CRED_CHECK' USING CTR-COD-CLIENTE,
               CTR-VL-MENSAL, WS-VL-EXPOSICAO,
               WS-VL-LIMITE, WS-CRED-RESULTADO
           OPEN I-O DUPLICATAS

           IF WS-CRED-RESULTADO = 'B' OR 'E'
               ADD 1 TO WS-QTD-SEM-CREDITO
               MOVE SPACES TO WS-MOTIVO
               STRING 'RESTRICAO DE CREDITO (' DELIMITED BY SIZE
                   WS-CRED-RESULTADO DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-FATURADO
                   THRU 3100-IMPRIME-NAO-FATURADO-FIM
               GO TO 1000-PROCESSA-CONTRATO-FIM
           END-IF

           IF WS-CRED-RESULTADO = 'S'
               DISPLAY "* AVISO: CLIENTE " CTR-COD-CLIENTE
                   " SEM LIMITE DE CREDITO CADASTRADO *"
           END-IF

           PERFORM 1300-GRAVA-DUPLICATA THRU 1300-GRAVA-DUPLICATA-FIM.
       1000-PROCESSA-CONTRATO-FIM.
           EXIT.
      *
      **************************************
      * REAJUSTE ANUAL DO VALOR MENSAL     *
      * PELO PERCENTUAL DO INDICE DO       *
      * CONTRATO ('N' EM WS-PARAM-ACHOU    *
      * QUANDO O INDICE NAO ESTA EM        *
      * PARAMETROS)                        *
      **************************************
      *
      *> O REAJUSTE VENCE NO MES DO CONTRATO, DESDE QUE AINDA NAO
      *> FEITO NO ANO E COM PELO MENOS UM ANO DE CONTRATO; SE A
      *> COMPETENCIA DO MES FOR PULADA (CONTRATO SUSPENSO, CREDITO),
      *> ELE E APLICADO NA PRIMEIRA COMPETENCIA FATURADA DEPOIS DELA.
       1100-APLICA-REAJUSTE.
           MOVE 'S' TO WS-PARAM-ACHOU
           IF CTR-INDICE EQUAL SPACES OR
               WS-COMP-MES < CTR-MES-REAJUSTE OR
               CTR-ANO-ULT-REAJ NOT < WS-COMP-ANO OR
               WS-COMPETENCIA < WS-INICIO-ANOMES + 100
               GO TO 1100-APLICA-REAJUSTE-FIM
           END-IF

           MOVE SPACES TO WS-PARAM-CODIGO
           STRING 'REAJ-' DELIMITED BY SIZE
               CTR-INDICE DELIMITED BY SPACE
               INTO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               MOVE 'N' TO WS-PARAM-ACHOU
               GO TO 1100-APLICA-REAJUSTE-FIM
           END-IF

           MOVE CTR-VL-MENSAL TO WS-VL-ANTERIOR
           COMPUTE CTR-VL-MENSAL ROUNDED =
               CTR-VL-MENSAL * (1 + (WS-PARAM-VALOR / 100))
           MOVE WS-COMP-ANO      TO CTR-ANO-ULT-REAJ
           MOVE WS-JR-OPERADOR   TO CTR-OPERADOR
           MOVE WS-REL-DATA-EXEC TO CTR-DT-ALTERACAO
      *> O CONTRATO REAJUSTADO E REGRAVADO NA HORA, MESMO QUE A
      *> DUPLICATA DO MES ACABE NAO SAINDO.
           REWRITE REG-CONTRATO
           END-REWRITE
           ADD 1 TO WS-QTD-REAJUSTADOS

           MOVE WS-VL-ANTERIOR TO WS-VL-EDITADO
           MOVE CTR-VL-MENSAL  TO WS-VL-EDITADO-2
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CONTRATO ' DELIMITED BY SIZE
               CTR-NR-CONTRATO DELIMITED BY SIZE
               ' REAJUSTE ' DELIMITED BY SIZE
               CTR-INDICE DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               ' PARA ' DELIMITED BY SIZE
               WS-VL-EDITADO-2 DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       1100-APLICA-REAJUSTE-FIM.
           EXIT.
      *
      **************************************
      * VENCIMENTO NO DIA DO CONTRATO,     *
      * LIMITADO AO ULTIMO DIA DO MES E    *
      * ROLADO PARA DIA UTIL               *
      **************************************
      *
       1200-CALCULA-VENCIMENTO.
           MOVE WS-COMPETENCIA TO WS-VENC-ANOMES
           MOVE CTR-DIA-VENC   TO WS-VENC-DIA
           MOVE 'N' TO WS-CD-VALIDA
           PERFORM 1250-VALIDA-DIA THRU 1250-VALIDA-DIA-FIM
               UNTIL WS-CD-VALIDA EQUAL 'S'

      *> VENCIMENTO EM FIM DE SEMANA OU FERIADO ROLA PARA O PROXIMO
      *> DIA UTIL, PARA O CLIENTE NAO SER COBRADO POR DIA SEM
      *> EXPEDIENTE.
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
      * GRAVA A DUPLICATA DO CONTRATO E    *
      * MARCA A COMPETENCIA FATURADA       *
      **************************************
      *
       1300-GRAVA-DUPLICATA.
           PERFORM 1200-CALCULA-VENCIMENTO
               THRU 1200-CALCULA-VENCIMENTO-FIM

      *> O NUMERO DA DUPLICATA VEM DO CONTROLE CENTRAL DE NUMERACAO.
           CALL 'NUM_DUPLICATA' USING WS-NR-NOVO
           MOVE WS-NR-NOVO TO
               DUPL-NR-DUPLICATA OF REG-DUPLICATA
           MOVE CTR-COD-CLIENTE TO
               DUPL-COD-CLIENTE OF REG-DUPLICATA
           MOVE WS-DT-EMISSAO TO
               DUPL-DT-EMISSAO OF REG-DUPLICATA
           MOVE CTR-VL-MENSAL TO
               DUPL-VL-FATURA OF REG-DUPLICATA
           MOVE 0 TO DUPL-VL-PAGO OF REG-DUPLICATA
           MOVE "NAO" TO DUPL-ST-DUPLICATA OF REG-DUPLICATA
           MOVE ZEROS TO DUPL-DT-ULTJUROS OF REG-DUPLICATA
           MOVE ZEROS TO DUPL-DT-BAIXA OF REG-DUPLICATA
           MOVE WS-DATA-VENC-UTIL TO
               DUPL-DT-VENCIMENTO OF REG-DUPLICATA

           WRITE REG-DUPLICATA
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'DUPLICATA ' DELIMITED BY SIZE
                       WS-NR-NOVO DELIMITED BY SIZE
                       ' JA EXISTE' DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   PERFORM 3100-IMPRIME-NAO-FATURADO
                       THRU 3100-IMPRIME-NAO-FATURADO-FIM
                   GO TO 1300-GRAVA-DUPLICATA-FIM
           END-WRITE

      *> A DUPLICATA NOVA VAI PARA O JORNAL DE IMAGENS (ROLL-FORWARD
      *> DE EXERCICIO_122).
           MOVE 'DUPLICATAS' TO WS-JR-ARQUIVO
           MOVE SPACES       TO WS-JR-CHAVE
           MOVE WS-NR-NOVO   TO WS-JR-CHAVE(1:7)
           MOVE SPACES       TO WS-JR-IMAGEM
           MOVE REG-DUPLICATA TO WS-JR-IMAGEM
           CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO,
               WS-JR-CHAVE, WS-JR-IMAGEM, WS-JR-OPERADOR

           MOVE WS-COMPETENCIA TO CTR-ANOMES-ULT-FAT
           REWRITE REG-CONTRATO
           END-REWRITE

           ADD 1 TO WS-QTD-FATURADOS
           ADD CTR-VL-MENSAL TO WS-VL-FATURADO
           PERFORM 3000-IMPRIME-FATURADO THRU 3000-IMPRIME-FATURADO-FIM.
       1300-GRAVA-DUPLICATA-FIM.
           EXIT.
      *
      **************************************
      * LINHAS DE DETALHE DO REGISTRO DE   *
      * FATURAMENTO                        *
      **************************************
      *
       3000-IMPRIME-FATURADO.
           MOVE CTR-VL-MENSAL TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CONTRATO ' DELIMITED BY SIZE
               CTR-NR-CONTRATO DELIMITED BY SIZE
               ' CLIENTE ' DELIMITED BY SIZE
               CTR-COD-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CTR-DESCRICAO DELIMITED BY SIZE
               ' DUPLICATA ' DELIMITED BY SIZE
               WS-NR-NOVO DELIMITED BY SIZE
               ' VENC ' DELIMITED BY SIZE
               WS-DATA-VENC-UTIL DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-FATURADO-FIM.
           EXIT.
      *
       3100-IMPRIME-NAO-FATURADO.
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CONTRATO ' DELIMITED BY SIZE
               CTR-NR-CONTRATO DELIMITED BY SIZE
               ' CLIENTE ' DELIMITED BY SIZE
               CTR-COD-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CTR-DESCRICAO DELIMITED BY SIZE
               ' NAO FATURADO: ' DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3100-IMPRIME-NAO-FATURADO-FIM.
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
           MOVE WS-VL-FATURADO TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAIS: LIDOS ' DELIMITED BY SIZE
               WS-QTD-LIDOS DELIMITED BY SIZE
               ' FATURADOS ' DELIMITED BY SIZE
               WS-QTD-FATURADOS DELIMITED BY SIZE
               ' VALOR FATURADO ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               ' REAJUSTADOS ' DELIMITED BY SIZE
               WS-QTD-REAJUSTADOS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' NAO FATURADOS: SUSPENSOS/ENCERRADOS '
               DELIMITED BY SIZE
               WS-QTD-INATIVOS DELIMITED BY SIZE
               ' FORA DA VIGENCIA ' DELIMITED BY SIZE
               WS-QTD-FORA-VIGENCIA DELIMITED BY SIZE
               ' JA FATURADOS ' DELIMITED BY SIZE
               WS-QTD-JA-FATURADOS DELIMITED BY SIZE
               ' CREDITO ' DELIMITED BY SIZE
               WS-QTD-SEM-CREDITO DELIMITED BY SIZE
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
           STRING 'REGISTRO DE FATURAMENTO DE CONTRATOS'
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

       END PROGRAM EXERCICIO_140.
