      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REVISAO TRIMESTRAL DOS LIMITES DE CREDITO: PARA CADA
      * CLIENTE COM LIMITE EM LIMITE_CREDITO (EXERCICIO_038), CRUZA O
      * PERFIL DE PAGAMENTO (PERFIL_PAGAMENTO, EXERCICIO_079 - MEDIA
      * DE DIAS PARA PAGAR E PERCENTUAL PAGO COM ATRASO), OS ACORDOS
      * DE RENEGOCIACAO QUEBRADOS (ACORDOS_RENEG, EXERCICIO_080) E O
      * VOLUME DE COMPRAS DOS TRES ULTIMOS MESES (VENDAS_ESTATS,
      * DIMENSAO CLIENTE, EXERCICIO_106) E PROPOE AUMENTAR, REDUZIR
      * OU BLOQUEAR O LIMITE, COM O MOTIVO DE CADA PROPOSTA. AS
      * REGRAS VEM DE PARAMETROS: LIMREV-DIAS (MEDIA DE ATRASO
      * ACEITA; O DOBRO BLOQUEIA), LIMREV-PCT (PERCENTUAL PAGO COM
      * ATRASO ACEITO), LIMREV-QUEBR (ACORDOS QUEBRADOS QUE
      * BLOQUEIAM) E LIMREV-AJUST (PERCENTUAL DE AUMENTO OU
      * REDUCAO). AS PROPOSTAS SAO GRAVADAS EM PROPOSTAS_LIMITE
      * (RECONSTRUIDO A CADA RODADA) E IMPRESSAS PARA O GERENTE DE
      * CREDITO; SO A APROVACAO (EXERCICIO_134) ALTERA O LIMITE.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_133.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITE_CREDITO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\limite_credito.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LIM-COD-CLIENTE
           FILE STATUS IS WS-FS-LIMITE.

           SELECT PERFIL_PAGAMENTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\perfil_pagamento.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PERF-COD-CLIENTE
           FILE STATUS     IS WS-FS-PERFIL.

           SELECT VENDAS_ESTATS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendas_estats.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS EST-CHAVE
           FILE STATUS     IS WS-FS-EST.

           SELECT ACORDOS_RENEG ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\acordos_reneg.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ACR-NR-PARCELA
           FILE STATUS     IS WS-FS-ACORDOS.

           SELECT PROPOSTAS_LIMITE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\propostas_limite.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PRL-COD-CLIENTE
           FILE STATUS     IS WS-FS-PROPOSTAS.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS SEQUENTIAL
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\propostas_limite_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD LIMITE_CREDITO.
       01 REG-LIMITE-CREDITO.
           03 LIM-COD-CLIENTE          PIC 9(005).
           03 LIM-VL-LIMITE            PIC S9(013)V9(002).
           03 LIM-FLAG-BLOQUEIO        PIC X(001).
              88 LIM-CLIENTE-BLOQUEADO VALUE 'S'.

       FD PERFIL_PAGAMENTO.
       01 REG-PERFIL.
           03 PERF-COD-CLIENTE         PIC 9(005).
           03 PERF-QTD-PAGAS           PIC 9(006).
           03 PERF-MEDIA-DIAS          PIC S9(006).
           03 PERF-PIOR-DIAS           PIC S9(006).
           03 PERF-PCT-VENCIDAS        PIC 9(003).
           03 PERF-QTD-RENEGOC         PIC 9(006).
           03 PERF-DT-CALCULO          PIC 9(008).

       FD VENDAS_ESTATS.
       01 REG-VENDAS-ESTATS.
           03 EST-CHAVE.
              05 EST-ANOMES         PIC 9(06).
              05 EST-TIPO           PIC X(01).
              05 EST-CODIGO         PIC 9(05).
           03 EST-VL-VENDIDO        PIC S9(013)V9(002).
           03 EST-QTDE              PIC 9(009).

       FD ACORDOS_RENEG.
       01 REG-ACORDO.
           03 ACR-NR-PARCELA           PIC 9(007).
           03 ACR-NR-ACORDO            PIC 9(007).
           03 ACR-NR-ORIGINAL          PIC 9(007).
           03 ACR-COD-CLIENTE          PIC 9(005).
           03 ACR-DT-ACORDO            PIC 9(008).
           03 ACR-QTD-PARCELAS         PIC 9(002).
           03 ACR-ST-ACORDO            PIC X(003).

       FD PROPOSTAS_LIMITE.
       01 REG-PROPOSTA-LIMITE.
           COPY LIMPROP.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-LIMITE                 PIC 99.
       77 WS-FS-PERFIL                 PIC 99.
       77 WS-FS-EST                    PIC 99.
       77 WS-FS-ACORDOS                PIC 99.
       77 WS-FS-PROPOSTAS              PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CLIENTES              PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-IDX                       PIC 9(001).
       77 WS-QTD-LIMITES               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-PERFIL            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-MANTIDOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-AUMENTOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REDUCOES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-BLOQUEIOS             PIC 9(006) VALUE ZEROS.
       77 WS-VL-COMPRAS                PIC S9(013)V9(002).
       77 WS-QTD-QUEBRADOS             PIC 9(004).

      *> REGRAS DA REVISAO LIDAS DE PARAMETROS.
       77 WS-LIMREV-DIAS               PIC S9(006).
       77 WS-LIMREV-PCT                PIC 9(003).
       77 WS-LIMREV-QUEBR              PIC 9(004).
       77 WS-LIMREV-AJUST              PIC S9(003)V9(004).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> NOME DO CLIENTE ENDERECADO PELA POSICAO DO CLIENTE EM
      *> TAB_CLIENTE, CARREGADO DE CLIENTES UMA UNICA VEZ NO INICIO.
       01 WS-TAB-NOME-CLIENTE.
           03 WS-NOME-CLIENTE OCCURS 5000 TIMES PIC X(20).
       77 WS-NOME-ATUAL                PIC X(020).

      *> ACORDOS QUEBRADOS POR CLIENTE: AS PARCELAS DE UM ACORDO VEM
      *> SEGUIDAS NA ORDEM DA CHAVE, ENTAO CADA ACORDO E CONTADO UMA
      *> VEZ SO, NA PRIMEIRA PARCELA COM STATUS 'QUE'.
      *> ENDERECADOS PELA POSICAO DO CLIENTE EM TAB_CLIENTE.
       01 WS-TAB-QUEBRADOS.
           03 WS-QUEBRA OCCURS 5000 TIMES.
              05 WS-QUEBRA-QTD         PIC 9(004).
              05 WS-QUEBRA-ULT-ACORDO  PIC 9(007).

      *> OS TRES MESES FECHADOS ANTERIORES AO MES DA RODADA.
       01 WS-ANOMES-TRIMESTRE.
           03 WS-ANOMES-TRI OCCURS 3 TIMES PIC 9(006).
       01 WS-ANOMES-CALC               PIC 9(006).
       01 FILLER REDEFINES WS-ANOMES-CALC.
           03 WS-ANO-CALC              PIC 9(004).
           03 WS-MES-CALC              PIC 9(002).

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
           'EXERCICIO_133'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'REVISAO TRIMESTRAL DE LIMITES DE CREDITO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- REVISAO TRIMESTRAL DE LIMITES DE CREDITO ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           INITIALIZE WS-TAB-NOME-CLIENTE
           INITIALIZE WS-TAB-QUEBRADOS

           PERFORM 0050-CARREGA-PARAMETROS
               THRU 0050-CARREGA-PARAMETROS-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           SET WS-FS-LIMITE TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT LIMITE_CREDITO
           IF WS-FS-LIMITE EQUAL 35
               DISPLAY "* ARQUIVO LIMITE_CREDITO NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-PERFIL TO 0.
           OPEN INPUT PERFIL_PAGAMENTO
           IF WS-FS-PERFIL EQUAL 35
               DISPLAY "* ARQUIVO PERFIL_PAGAMENTO NAO EXISTE - RODE "
                   "O PERFIL DE PAGAMENTO (EXERCICIO_079) ANTES *"
               CLOSE LIMITE_CREDITO
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 0100-CARREGA-CLIENTES THRU 0100-CARREGA-CLIENTES-FIM.
           PERFORM 0200-CARREGA-QUEBRADOS
               THRU 0200-CARREGA-QUEBRADOS-FIM.
           PERFORM 0300-MONTA-TRIMESTRE THRU 0300-MONTA-TRIMESTRE-FIM.

           SET WS-FS-EST TO 0.
           OPEN INPUT VENDAS_ESTATS

      *> AS PROPOSTAS SAO O RETRATO DESTA RODADA: O ARQUIVO E
      *> RECONSTRUIDO E O QUE FICOU PENDENTE DO TRIMESTRE ANTERIOR
      *> E SUBSTITUIDO.
           SET WS-FS-PROPOSTAS TO 0.
           OPEN OUTPUT PROPOSTAS_LIMITE
           CLOSE PROPOSTAS_LIMITE
           OPEN I-O PROPOSTAS_LIMITE

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-REVISA-LIMITE THRU 1000-REVISA-LIMITE-FIM
               UNTIL WS-EOF = 1.

           CLOSE LIMITE_CREDITO.
           CLOSE PERFIL_PAGAMENTO.
           IF WS-FS-EST NOT EQUAL 35
               CLOSE VENDAS_ESTATS
           END-IF
           CLOSE PROPOSTAS_LIMITE.

           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM.
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "LIMITES REVISADOS: " WS-QTD-LIMITES
           DISPLAY "JA BLOQUEADOS (FORA DA REVISAO): " WS-QTD-BLOQUEADOS
           DISPLAY "SEM PERFIL DE PAGAMENTO: " WS-QTD-SEM-PERFIL
           DISPLAY "MANTIDOS SEM PROPOSTA: " WS-QTD-MANTIDOS
           DISPLAY "PROPOSTAS DE AUMENTO: " WS-QTD-AUMENTOS
           DISPLAY "PROPOSTAS DE REDUCAO: " WS-QTD-REDUCOES
           DISPLAY "PROPOSTAS DE BLOQUEIO: " WS-QTD-BLOQUEIOS
           DISPLAY "RELATORIO GRAVADO EM propostas_limite_rel."

      *> BALANCEAMENTO: TODO LIMITE LIDO CAIU EM UMA DAS SAIDAS.
           IF WS-QTD-LIMITES NOT = WS-QTD-BLOQUEADOS +
               WS-QTD-SEM-PERFIL + WS-QTD-MANTIDOS + WS-QTD-AUMENTOS
               + WS-QTD-REDUCOES + WS-QTD-BLOQUEIOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * CARGA DAS REGRAS DA REVISAO DO     *
      * ARQUIVO DE PARAMETROS              *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           MOVE 'LIMREV-DIAS' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO LIMREV-DIAS NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-LIMREV-DIAS

           MOVE 'LIMREV-PCT' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO LIMREV-PCT NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-LIMREV-PCT

           MOVE 'LIMREV-QUEBR' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO LIMREV-QUEBR NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-LIMREV-QUEBR

           MOVE 'LIMREV-AJUST' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO LIMREV-AJUST NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-LIMREV-AJUST

           DISPLAY 'MEDIA DE ATRASO ACEITA (DIAS): ' WS-LIMREV-DIAS
           DISPLAY 'PAGAS COM ATRASO ACEITAS (%): ' WS-LIMREV-PCT
           DISPLAY 'ACORDOS QUEBRADOS QUE BLOQUEIAM: ' WS-LIMREV-QUEBR
           DISPLAY 'AJUSTE DO LIMITE (%): ' WS-LIMREV-AJUST.
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE CARGA DOS NOMES DE       *
      * CLIENTE EM MEMORIA                 *
      **************************************
      *
       0100-CARREGA-CLIENTES.
           SET WS-FS-CLIENTES   TO 0.
           SET WS-EOF-CLIENTES  TO 0.

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               GO TO 0100-CARREGA-CLIENTES-FIM
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 1
               READ CLIENTES
                   AT END
                       MOVE 1 TO WS-EOF-CLIENTES
                   NOT AT END
                       MOVE 'I'         TO WS-IC-FUNCAO
                       MOVE COD-CLIENTE TO WS-IC-COD-CLIENTE
                       CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                           WS-IC-COD-CLIENTE, WS-IC-POSICAO,
                           WS-IC-ORDEM, WS-IC-RESULTADO
                       IF WS-IC-RESULTADO EQUAL 'S'
                           MOVE NOME-CLIENTE
                               TO WS-NOME-CLIENTE(WS-IC-POSICAO)
                       ELSE
                           DISPLAY '*** TABELA DE CLIENTES CHEIA - '
                               'CLIENTE ' COD-CLIENTE ' SEM NOME ***'
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES.
       0100-CARREGA-CLIENTES-FIM.
           EXIT.
      *
      **************************************
      * NOME DO CLIENTE EM WS-IC-COD-      *
      * CLIENTE (BRANCOS SE NAO CARREGADO) *
      **************************************
      *
       0110-NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-ATUAL
           MOVE 'L'    TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               MOVE WS-NOME-CLIENTE(WS-IC-POSICAO) TO WS-NOME-ATUAL
           END-IF.
       0110-NOME-CLIENTE-FIM.
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
      * CONTAGEM DOS ACORDOS DE            *
      * RENEGOCIACAO QUEBRADOS POR CLIENTE *
      **************************************
      *
       0200-CARREGA-QUEBRADOS.
           SET WS-FS-ACORDOS TO 0.
           SET WS-EOF-CLIENTES TO 0.

           OPEN INPUT ACORDOS_RENEG
           IF WS-FS-ACORDOS EQUAL 35
               GO TO 0200-CARREGA-QUEBRADOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 1
               READ ACORDOS_RENEG
                   AT END
                       MOVE 1 TO WS-EOF-CLIENTES
                   NOT AT END
                       IF ACR-ST-ACORDO EQUAL 'QUE' AND
                           ACR-COD-CLIENTE > 0
                           MOVE ACR-COD-CLIENTE TO WS-IC-COD-CLIENTE
                           PERFORM 0120-POSICAO-CLIENTE
                               THRU 0120-POSICAO-CLIENTE-FIM
                           IF WS-IC-RESULTADO EQUAL 'S'
                               IF ACR-NR-ACORDO NOT =
                                   WS-QUEBRA-ULT-ACORDO(WS-IC-POSICAO)
                                   ADD 1
                                       TO WS-QUEBRA-QTD(WS-IC-POSICAO)
                                   MOVE ACR-NR-ACORDO TO
                                   WS-QUEBRA-ULT-ACORDO(WS-IC-POSICAO)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACORDOS_RENEG.
       0200-CARREGA-QUEBRADOS-FIM.
           EXIT.
      *
      **************************************
      * OS TRES MESES ANTERIORES AO MES DA *
      * RODADA (AAAAMM)                    *
      **************************************
      *
       0300-MONTA-TRIMESTRE.
           MOVE WS-HOJE-AAAAMMDD(1:6) TO WS-ANOMES-CALC
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF WS-MES-CALC = 1
                   MOVE 12 TO WS-MES-CALC
                   SUBTRACT 1 FROM WS-ANO-CALC
               ELSE
                   SUBTRACT 1 FROM WS-MES-CALC
               END-IF
               MOVE WS-ANOMES-CALC TO WS-ANOMES-TRI(WS-IDX)
           END-PERFORM

           DISPLAY 'TRIMESTRE DE COMPRAS: ' WS-ANOMES-TRI(3)
               ' A ' WS-ANOMES-TRI(1).
       0300-MONTA-TRIMESTRE-FIM.
           EXIT.
      *
      **************************************
      * REVISAO DO LIMITE DE UM CLIENTE E  *
      * GRAVACAO DA PROPOSTA               *
      **************************************
      *
       1000-REVISA-LIMITE.
           READ LIMITE_CREDITO
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-LIMITES

      *> CLIENTE JA BLOQUEADO SO E LIBERADO POR DECISAO MANUAL NA
      *> MANUTENCAO DE LIMITES (EXERCICIO_038).
           IF LIM-CLIENTE-BLOQUEADO
               ADD 1 TO WS-QTD-BLOQUEADOS
               GO TO 1000-REVISA-LIMITE-FIM
           END-IF

           MOVE LIM-COD-CLIENTE TO PERF-COD-CLIENTE
           READ PERFIL_PAGAMENTO
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-PERFIL
                   GO TO 1000-REVISA-LIMITE-FIM
           END-READ

           MOVE ZEROS           TO WS-QTD-QUEBRADOS
           MOVE LIM-COD-CLIENTE TO WS-IC-COD-CLIENTE
           MOVE 'L'             TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               MOVE WS-QUEBRA-QTD(WS-IC-POSICAO) TO WS-QTD-QUEBRADOS
           END-IF

      *> VOLUME DE COMPRAS DO TRIMESTRE (DIMENSAO 'C' CLIENTE).
           MOVE ZEROS TO WS-VL-COMPRAS
           IF WS-FS-EST NOT EQUAL 35
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                   MOVE WS-ANOMES-TRI(WS-IDX) TO EST-ANOMES
                   MOVE 'C'                   TO EST-TIPO
                   MOVE LIM-COD-CLIENTE       TO EST-CODIGO
                   READ VENDAS_ESTATS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD EST-VL-VENDIDO TO WS-VL-COMPRAS
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO PRL-ACAO
           MOVE SPACES TO PRL-MOTIVO
           MOVE LIM-VL-LIMITE TO PRL-VL-LIMITE-NOVO

      *> BLOQUEIO: ACORDOS QUEBRADOS DEMAIS OU ATRASO MEDIO ACIMA DO
      *> DOBRO DO ACEITO.
           EVALUATE TRUE
               WHEN WS-LIMREV-QUEBR > 0 AND
                   WS-QTD-QUEBRADOS NOT < WS-LIMREV-QUEBR
                   MOVE 'BLQ' TO PRL-ACAO
                   MOVE 'ACORDOS DE RENEGOCIACAO QUEBRADOS'
                       TO PRL-MOTIVO
               WHEN PERF-MEDIA-DIAS > WS-LIMREV-DIAS * 2
                   MOVE 'BLQ' TO PRL-ACAO
                   MOVE 'ATRASO MEDIO ACIMA DO DOBRO DO ACEITO'
                       TO PRL-MOTIVO
      *> REDUCAO: QUALQUER INDICADOR FORA DO ACEITO.
               WHEN WS-QTD-QUEBRADOS > 0
                   MOVE 'RED' TO PRL-ACAO
                   MOVE 'TEM ACORDO DE RENEGOCIACAO QUEBRADO'
                       TO PRL-MOTIVO
               WHEN PERF-MEDIA-DIAS > WS-LIMREV-DIAS
                   MOVE 'RED' TO PRL-ACAO
                   MOVE 'ATRASO MEDIO ACIMA DO ACEITO' TO PRL-MOTIVO
               WHEN PERF-PCT-VENCIDAS > WS-LIMREV-PCT
                   MOVE 'RED' TO PRL-ACAO
                   MOVE 'PERCENTUAL PAGO COM ATRASO ACIMA DO ACEITO'
                       TO PRL-MOTIVO
      *> AUMENTO: PAGA ATE O VENCIMENTO EM MEDIA, SEM
      *> RENEGOCIACAO, COM POUCO ATRASO, E COMPROU NO TRIMESTRE PELO
      *> MENOS O VALOR DO LIMITE (O LIMITE ESTA APERTADO).
               WHEN PERF-MEDIA-DIAS NOT > 0 AND
                   PERF-QTD-RENEGOC = 0 AND
                   PERF-PCT-VENCIDAS NOT > WS-LIMREV-PCT / 2 AND
                   WS-VL-COMPRAS > ZEROS AND
                   WS-VL-COMPRAS NOT < LIM-VL-LIMITE
                   MOVE 'AUM' TO PRL-ACAO
                   MOVE 'PAGA EM DIA E COMPRA ACIMA DO LIMITE'
                       TO PRL-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF PRL-ACAO EQUAL SPACES
               ADD 1 TO WS-QTD-MANTIDOS
               GO TO 1000-REVISA-LIMITE-FIM
           END-IF

           EVALUATE PRL-ACAO
               WHEN 'AUM'
                   COMPUTE PRL-VL-LIMITE-NOVO ROUNDED =
                       LIM-VL-LIMITE * (100 + WS-LIMREV-AJUST) / 100
                   ADD 1 TO WS-QTD-AUMENTOS
               WHEN 'RED'
                   COMPUTE PRL-VL-LIMITE-NOVO ROUNDED =
                       LIM-VL-LIMITE * (100 - WS-LIMREV-AJUST) / 100
                   ADD 1 TO WS-QTD-REDUCOES
               WHEN OTHER
                   ADD 1 TO WS-QTD-BLOQUEIOS
           END-EVALUATE

           PERFORM 2000-GRAVA-PROPOSTA THRU 2000-GRAVA-PROPOSTA-FIM

           END-READ.
       1000-REVISA-LIMITE-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO E IMPRESSAO DE UMA        *
      * PROPOSTA PENDENTE                  *
      **************************************
      *
       2000-GRAVA-PROPOSTA.
           MOVE LIM-COD-CLIENTE  TO PRL-COD-CLIENTE
           MOVE WS-HOJE-AAAAMMDD TO PRL-DT-PROPOSTA
           MOVE LIM-VL-LIMITE    TO PRL-VL-LIMITE-ATUAL
           MOVE PERF-MEDIA-DIAS  TO PRL-MEDIA-DIAS
           MOVE PERF-PCT-VENCIDAS TO PRL-PCT-ATRASO
           MOVE WS-QTD-QUEBRADOS TO PRL-QTD-QUEBRADOS
           MOVE WS-VL-COMPRAS    TO PRL-VL-COMPRAS
           MOVE 'P'              TO PRL-SITUACAO
           MOVE SPACES           TO PRL-OPERADOR
           MOVE ZEROS            TO PRL-DT-DECISAO
           WRITE REG-PROPOSTA-LIMITE
               INVALID KEY
                   REWRITE REG-PROPOSTA-LIMITE
           END-WRITE

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE PRL-COD-CLIENTE TO WS-IC-COD-CLIENTE
           PERFORM 0110-NOME-CLIENTE THRU 0110-NOME-CLIENTE-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CLIENTE ' DELIMITED BY SIZE
               PRL-COD-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-ATUAL DELIMITED BY SIZE
               ' PROPOSTA ' DELIMITED BY SIZE
               PRL-ACAO DELIMITED BY SIZE
               ' LIMITE ATUAL ' DELIMITED BY SIZE
               PRL-VL-LIMITE-ATUAL DELIMITED BY SIZE
               ' PROPOSTO ' DELIMITED BY SIZE
               PRL-VL-LIMITE-NOVO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING '   MEDIA DIAS ' DELIMITED BY SIZE
               PRL-MEDIA-DIAS DELIMITED BY SIZE
               ' PAGAS COM ATRASO % ' DELIMITED BY SIZE
               PRL-PCT-ATRASO DELIMITED BY SIZE
               ' ACORDOS QUEBRADOS ' DELIMITED BY SIZE
               PRL-QTD-QUEBRADOS DELIMITED BY SIZE
               ' COMPRAS NO TRIMESTRE ' DELIMITED BY SIZE
               PRL-VL-COMPRAS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING '   MOTIVO: ' DELIMITED BY SIZE
               PRL-MOTIVO DELIMITED BY SIZE
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
           STRING ' LIMITES REVISADOS ' DELIMITED BY SIZE
               WS-QTD-LIMITES DELIMITED BY SIZE
               ' AUMENTOS ' DELIMITED BY SIZE
               WS-QTD-AUMENTOS DELIMITED BY SIZE
               ' REDUCOES ' DELIMITED BY SIZE
               WS-QTD-REDUCOES DELIMITED BY SIZE
               ' BLOQUEIOS ' DELIMITED BY SIZE
               WS-QTD-BLOQUEIOS DELIMITED BY SIZE
               ' MANTIDOS ' DELIMITED BY SIZE
               WS-QTD-MANTIDOS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' AS PROPOSTAS SO ALTERAM O LIMITE DEPOIS DE APROVADAS '
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
           STRING 'PROPOSTAS DE REVISAO DE LIMITE DE CREDITO'
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

       END PROGRAM EXERCICIO_133.
