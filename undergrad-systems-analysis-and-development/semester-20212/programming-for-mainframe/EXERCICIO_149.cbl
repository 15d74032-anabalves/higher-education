      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CARGA EM LOTE DO ORCAMENTO ANUAL (ARQUIVO ORCAMENTO,
      * LAYOUT ORCAMENT.CPY). NO MODO 'A' (ARQUIVO) LE O ARQUIVO
      * SEQUENCIAL orcamento_carga PREPARADO PELA CONTROLADORIA, UM
      * REGISTRO POR ANO, CONTA E MES, E GRAVA O VALOR NO MES DA
      * CONTA (INCLUINDO A CONTA NO ANO QUANDO AINDA NAO EXISTE);
      * REGISTRO COM MES INVALIDO OU CONTA FORA DE ESTRUTURA_CONTAS
      * VAI PARA A LISTA DE EXCECOES (RC 8). NO MODO 'C' (COPIA)
      * SEMEIA O ANO PEDIDO COM O REALIZADO DO ANO ANTERIOR NO
      * HISTORICO DO BALANCETE (BALANCETE_HIST) MAIS UM PERCENTUAL,
      * MES A MES, NO SENTIDO NATURAL DA CONTA; AS CONTAS SEMEADAS
      * TEM OS DOZE MESES SUBSTITUIDOS E AS DEMAIS FICAM COMO ESTAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_149.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO_CARGA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\orcamento_carga.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-CARGA.

           SELECT ORCAMENTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\orcamento.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ORC-CHAVE
           FILE STATUS     IS WS-FS-ORC.

           SELECT ESTRUTURA_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estrutura_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS ECT-CONTA
           FILE STATUS     IS WS-FS-ECT.

           SELECT BALANCETE_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\balancete_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS BAL-CHAVE
           FILE STATUS     IS WS-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT DA CARGA DA CONTROLADORIA: UM REGISTRO POR ANO, CONTA
      *> E MES, VALOR NO SENTIDO NATURAL DA CONTA.
       FD ORCAMENTO_CARGA.
       01 REG-ORCAMENTO-CARGA.
           03 CGO-ANO                  PIC 9(004).
           03 CGO-CONTA                PIC X(010).
           03 CGO-MES                  PIC 9(002).
           03 CGO-VALOR                PIC S9(013)V9(002).

       FD ORCAMENTO.
       01 REG-ORCAMENTO.
           COPY ORCAMENT.

       FD ESTRUTURA_CONTAS.
       01 REG-ESTRUTURA-CONTA.
           COPY ESTRCTA.

       FD BALANCETE_HIST.
       01 REG-BALANCETE.
           03 BAL-CHAVE.
              05 BAL-MES               PIC 9(006).
              05 BAL-CONTA             PIC X(010).
              05 BAL-CENTRO-CUSTO      PIC X(006).
           03 BAL-VL-DEBITOS           PIC S9(013)V9(002).
           03 BAL-VL-CREDITOS          PIC S9(013)V9(002).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARGA                  PIC 99.
       77 WS-FS-ORC                    PIC 99.
       77 WS-FS-ECT                    PIC 99.
       77 WS-FS-HIST                   PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-MODO                      PIC X(001).
       77 WS-ANO-ORCAMENTO             PIC 9(004).
       77 WS-PCT-AJUSTE                PIC S9(003)V9(002).
       77 WS-MES                       PIC 9(002).
       77 WS-IDX                       PIC 9(003).
       77 WS-ACHOU                     PIC X(001).
       77 WS-EXISTE-ORC                PIC X(001).
       77 WS-VL-NATURAL                PIC S9(013)V9(002).
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-APLICADOS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EXCECOES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-INCLUIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEMEADAS              PIC 9(003) VALUE ZEROS.
       77 WS-ORC-OPERADOR              PIC X(008) VALUE 'ORCAMENT'.
       01 WS-HOJE-AAAAMMDD             PIC 9(008).

      *> MES DO HISTORICO (AAAAMM) EM EXAME NA COPIA.
       01 WS-MES-HIST                  PIC 9(006).
       01 FILLER REDEFINES WS-MES-HIST.
           03 WS-ANO-HIST              PIC 9(004).
           03 WS-MM-HIST               PIC 9(002).

      *> CONTAS JA SEMEADAS NESTA RODADA: NA PRIMEIRA VEZ OS DOZE
      *> MESES SAO ZERADOS, DEPOIS SO SE SOMA.
       01 WS-TAB-SEMEADAS.
           03 WS-SEM-CONTA             PIC X(010) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '-------- CARGA DO ORCAMENTO ANUAL --------'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           DISPLAY 'MODO (A = CARGA DO ARQUIVO / C = COPIA DO '
               'REALIZADO DO ANO ANTERIOR):'
           ACCEPT WS-MODO
           IF WS-MODO NOT EQUAL 'A' AND WS-MODO NOT EQUAL 'C'
               DISPLAY "*** MODO INVALIDO - USE A OU C ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-ECT TO 0.
           OPEN INPUT ESTRUTURA_CONTAS
           IF WS-FS-ECT EQUAL 35
               DISPLAY "* ARQUIVO ESTRUTURA_CONTAS NAO EXISTE - "
                   "CADASTRE AS CONTAS NO EXERCICIO_144 *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-ORC TO 0.
           OPEN I-O ORCAMENTO
           IF WS-FS-ORC EQUAL 35
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO
           END-IF

           IF WS-MODO EQUAL 'A'
               PERFORM 1000-CARGA-ARQUIVO
                   THRU 1000-CARGA-ARQUIVO-FIM
           ELSE
               PERFORM 2000-COPIA-REALIZADO
                   THRU 2000-COPIA-REALIZADO-FIM
           END-IF

           CLOSE ORCAMENTO
           CLOSE ESTRUTURA_CONTAS

           IF RETURN-CODE = 16
               GO TO ROT-FIM
           END-IF

           DISPLAY " "
           DISPLAY "REGISTROS LIDOS: " WS-QTD-LIDOS
           DISPLAY "VALORES GRAVADOS NO ORCAMENTO: " WS-QTD-APLICADOS
           DISPLAY "CONTAS INCLUIDAS NO ANO: " WS-QTD-INCLUIDAS
           DISPLAY "REGISTROS EM EXCECAO (NAO GRAVADOS): "
               WS-QTD-EXCECOES

           PERFORM 9000-CONFERE-TOTAIS THRU 9000-CONFERE-TOTAIS-FIM.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * MODO A: CARGA DO ARQUIVO DA        *
      * CONTROLADORIA                      *
      **************************************
      *
       1000-CARGA-ARQUIVO.
           SET WS-FS-CARGA TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT ORCAMENTO_CARGA
           IF WS-FS-CARGA EQUAL 35
               DISPLAY "* ARQUIVO orcamento_carga NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CARGA-ARQUIVO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ ORCAMENTO_CARGA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 1100-CARGA-REGISTRO
                           THRU 1100-CARGA-REGISTRO-FIM
               END-READ
           END-PERFORM

           CLOSE ORCAMENTO_CARGA.
       1000-CARGA-ARQUIVO-FIM.
           EXIT.
      *
       1100-CARGA-REGISTRO.
           IF CGO-MES < 1 OR CGO-MES > 12 OR CGO-ANO < 2000
               DISPLAY " [ANO/MES INVALIDO] ANO " CGO-ANO " MES "
                   CGO-MES " CONTA " CGO-CONTA
               ADD 1 TO WS-QTD-EXCECOES
               GO TO 1100-CARGA-REGISTRO-FIM
           END-IF

           IF CGO-VALOR NOT NUMERIC
               DISPLAY " [VALOR INVALIDO] ANO " CGO-ANO " MES "
                   CGO-MES " CONTA " CGO-CONTA
               ADD 1 TO WS-QTD-EXCECOES
               GO TO 1100-CARGA-REGISTRO-FIM
           END-IF

           MOVE CGO-CONTA TO ECT-CONTA
           READ ESTRUTURA_CONTAS
               INVALID KEY
                   DISPLAY " [CONTA NAO CADASTRADA] CONTA " CGO-CONTA
                       " FORA DE ESTRUTURA_CONTAS"
                   ADD 1 TO WS-QTD-EXCECOES
                   GO TO 1100-CARGA-REGISTRO-FIM
           END-READ

           MOVE CGO-ANO   TO ORC-ANO
           MOVE CGO-CONTA TO ORC-CONTA
           MOVE 'S' TO WS-EXISTE-ORC
           READ ORCAMENTO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ORC
           END-READ

           IF WS-EXISTE-ORC EQUAL 'N'
               INITIALIZE REG-ORCAMENTO
               MOVE CGO-ANO   TO ORC-ANO
               MOVE CGO-CONTA TO ORC-CONTA
           END-IF

           MOVE CGO-VALOR TO ORC-VL-MES(CGO-MES)
           SET ORC-CARREGADO TO TRUE
           PERFORM 9100-GRAVA-ORCAMENTO THRU 9100-GRAVA-ORCAMENTO-FIM.
       1100-CARGA-REGISTRO-FIM.
           EXIT.
      *
      **************************************
      * MODO C: REALIZADO DO ANO ANTERIOR  *
      * MAIS UM PERCENTUAL                 *
      **************************************
      *
       2000-COPIA-REALIZADO.
           DISPLAY 'INFORME O ANO A ORCAR (AAAA):'
           ACCEPT WS-ANO-ORCAMENTO
           IF WS-ANO-ORCAMENTO < 2001
               DISPLAY "*** ANO INVALIDO ***"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-COPIA-REALIZADO-FIM
           END-IF
           DISPLAY 'PERCENTUAL SOBRE O REALIZADO (EX. 5,00 OU '
               '-3,50):'
           ACCEPT WS-PCT-AJUSTE

           SET WS-FS-HIST TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT BALANCETE_HIST
           IF WS-FS-HIST EQUAL 35
               DISPLAY "* HISTORICO DO BALANCETE NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-COPIA-REALIZADO-FIM
           END-IF

           COMPUTE BAL-MES = (WS-ANO-ORCAMENTO - 1) * 100 + 1
           MOVE LOW-VALUES TO BAL-CONTA
           MOVE LOW-VALUES TO BAL-CENTRO-CUSTO
           START BALANCETE_HIST KEY IS NOT LESS THAN BAL-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ BALANCETE_HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BAL-MES TO WS-MES-HIST
                       IF WS-ANO-HIST NOT = WS-ANO-ORCAMENTO - 1
                           MOVE 1 TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 2100-COPIA-REGISTRO
                               THRU 2100-COPIA-REGISTRO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALANCETE_HIST

           IF WS-QTD-LIDOS EQUAL ZEROS
               DISPLAY "*** ANO " WS-ANO-ORCAMENTO " SEM REALIZADO "
                   "DO ANO ANTERIOR NO HISTORICO ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CONTAS SEMEADAS: " WS-QTD-SEMEADAS.
       2000-COPIA-REALIZADO-FIM.
           EXIT.
      *
       2100-COPIA-REGISTRO.
           MOVE BAL-CONTA TO ECT-CONTA
           READ ESTRUTURA_CONTAS
               INVALID KEY
                   DISPLAY " [CONTA NAO CADASTRADA] CONTA " BAL-CONTA
                       " MES " BAL-MES " FORA DE ESTRUTURA_CONTAS"
                   ADD 1 TO WS-QTD-EXCECOES
                   GO TO 2100-COPIA-REGISTRO-FIM
           END-READ

           IF ECT-RECEITA OR ECT-PASSIVO OR ECT-PATRIMONIO
               COMPUTE WS-VL-NATURAL = BAL-VL-CREDITOS - BAL-VL-DEBITOS
           ELSE
               COMPUTE WS-VL-NATURAL = BAL-VL-DEBITOS - BAL-VL-CREDITOS
           END-IF

           MOVE WS-ANO-ORCAMENTO TO ORC-ANO
           MOVE BAL-CONTA        TO ORC-CONTA
           MOVE 'S' TO WS-EXISTE-ORC
           READ ORCAMENTO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ORC
           END-READ

           IF WS-EXISTE-ORC EQUAL 'N'
               INITIALIZE REG-ORCAMENTO
               MOVE WS-ANO-ORCAMENTO TO ORC-ANO
               MOVE BAL-CONTA        TO ORC-CONTA
           END-IF

      *> PRIMEIRA VEZ DA CONTA NA RODADA: OS DOZE MESES RECOMECAM.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-SEMEADAS OR WS-ACHOU = 'S'
               IF WS-SEM-CONTA(WS-IDX) EQUAL BAL-CONTA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU EQUAL 'N'
               IF WS-QTD-SEMEADAS NOT < 500
                   DISPLAY "*** TABELA DE CONTAS CHEIA - AUMENTE O "
                       "OCCURS E REPROCESSE ***"
                   MOVE 16 TO RETURN-CODE
                   MOVE 1 TO WS-EOF
                   GO TO 2100-COPIA-REGISTRO-FIM
               END-IF
               ADD 1 TO WS-QTD-SEMEADAS
               MOVE BAL-CONTA TO WS-SEM-CONTA(WS-QTD-SEMEADAS)
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                   MOVE ZEROS TO ORC-VL-MES(WS-MES)
               END-PERFORM
           END-IF

           COMPUTE ORC-VL-MES(WS-MM-HIST) ROUNDED =
               ORC-VL-MES(WS-MM-HIST)
               + WS-VL-NATURAL * (100 + WS-PCT-AJUSTE) / 100
           SET ORC-COPIADO TO TRUE
           PERFORM 9100-GRAVA-ORCAMENTO THRU 9100-GRAVA-ORCAMENTO-FIM.
       2100-COPIA-REGISTRO-FIM.
           EXIT.
      *
      **************************************
      * GRAVA A CONTA DO ANO NO ORCAMENTO  *
      * (WS-EXISTE-ORC = 'N' QUANDO NOVA)  *
      **************************************
      *
       9100-GRAVA-ORCAMENTO.
           MOVE WS-ORC-OPERADOR  TO ORC-OPERADOR
           MOVE WS-HOJE-AAAAMMDD TO ORC-DT-ALTERACAO
           IF WS-EXISTE-ORC EQUAL 'N'
               WRITE REG-ORCAMENTO
               ADD 1 TO WS-QTD-INCLUIDAS
           ELSE
               REWRITE REG-ORCAMENTO
           END-IF
           ADD 1 TO WS-QTD-APLICADOS.
       9100-GRAVA-ORCAMENTO-FIM.
           EXIT.
      *
      **************************************
      * CONFERENCIA DE TOTAIS DE CONTROLE  *
      * (LIDOS = GRAVADOS + EXCECOES)      *
      **************************************
      *
       9000-CONFERE-TOTAIS.
           IF WS-QTD-LIDOS NOT = WS-QTD-APLICADOS + WS-QTD-EXCECOES
               DISPLAY '* DIVERGENCIA: QUANTIDADE LIDA DIFERENTE DA '
                       'QUANTIDADE GRAVADA MAIS EXCECOES *'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-CONFERE-TOTAIS-FIM
           END-IF

           IF WS-QTD-EXCECOES > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-CONFERE-TOTAIS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_149.
