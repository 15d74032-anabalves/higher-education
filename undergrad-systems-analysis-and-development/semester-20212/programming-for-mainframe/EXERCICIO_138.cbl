      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE SALDOS BANCARIOS DIARIOS: PARA CADA
      * CONTA DE CONTAS_BANCO (EXERCICIO_137) PARTE DO SALDO DE
      * IMPLANTACAO, SOMA O MOVIMENTO BANCARIO (MOVTO_BANCO) ANTERIOR
      * AO MES DA DATA BASE E IMPRIME, DIA A DIA DO MES ATE A DATA
      * BASE, OS CREDITOS, OS DEBITOS E O SALDO DO FIM DO DIA. NO FIM
      * IMPRIME O SALDO TOTAL DAS CONTAS ATIVAS NA DATA BASE - O
      * PONTO DE PARTIDA DA POSICAO LIQUIDA DE CAIXA
      * (EXERCICIO_092), QUE A TESOURARIA DEIXA DE CHUTAR. O SALDO
      * RECALCULADO PELO MOVIMENTO E CONFERIDO CONTRA O SALDO ATUAL
      * DE CADA CONTA (BALANCEAMENTO DE FIM DE JOB); LANCAMENTO DE
      * BANCO SEM CONTA CADASTRADA GERA RETURN-CODE 8.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_138.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contas_banco.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CBC-COD-BANCO
           FILE STATUS     IS WS-FS-CONTAS.

           SELECT MOVTO_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\movto_banco.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-MOVTO.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\saldos_diarios_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS_BANCO.
       01 REG-CONTA-BANCO.
           COPY CONTABCO.

       FD MOVTO_BANCO.
       01 REG-MOVTO-BANCO.
           COPY MOVBCO.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTAS                 PIC 99.
       77 WS-FS-MOVTO                  PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(002).
       77 WS-QTD-CONTAS                PIC 9(002) VALUE ZEROS.
       77 WS-MAX-CONTAS                PIC 9(002) VALUE 20.
       77 WS-DIA                       PIC 9(002).
       77 WS-ACHOU                     PIC X(001).
       77 WS-VL-SINAL                  PIC S9(013)V9(002).
       77 WS-VL-SALDO-DIA              PIC S9(013)V9(002).
       77 WS-VL-SALDO-CALC             PIC S9(013)V9(002).
       77 WS-VL-TOTAL-BASE             PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QTD-LIDOS                 PIC 9(007) VALUE ZEROS.
       77 WS-QTD-SEM-CONTA             PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES           PIC 9(002) VALUE ZEROS.
       77 WS-QTD-IGNORADAS             PIC 9(002) VALUE ZEROS.

      *> DATA BASE (HOJE) E O PRIMEIRO DIA DO MES DELA.
       01 WS-HOJE-AAAAMMDD             PIC 9(008).
       01 FILLER REDEFINES WS-HOJE-AAAAMMDD.
           03 WS-HOJE-ANOMES           PIC 9(006).
           03 WS-HOJE-DIA              PIC 9(002).
       01 WS-MES-INICIO                PIC 9(008).
       01 FILLER REDEFINES WS-MES-INICIO.
           03 WS-MES-INICIO-ANOMES     PIC 9(006).
           03 WS-MES-INICIO-DIA        PIC 9(002).
       01 WS-DIA-DATA                  PIC 9(008).
       01 FILLER REDEFINES WS-DIA-DATA.
           03 WS-DIA-DATA-ANOMES       PIC 9(006).
           03 WS-DIA-DATA-DIA          PIC 9(002).
       01 WS-MOV-DATA                  PIC 9(008).
       01 FILLER REDEFINES WS-MOV-DATA.
           03 FILLER                   PIC 9(006).
           03 WS-MOV-DIA               PIC 9(002).

      *> UMA LINHA POR CONTA, CARREGADA DE CONTAS_BANCO; O MOVIMENTO
      *> DO MES DA DATA BASE FICA SEPARADO POR DIA, O ANTERIOR SOMADO
      *> NO SALDO DE ABERTURA DO MES E O POSTERIOR (DATADO DEPOIS DA
      *> DATA BASE) SO ENTRA NA CONFERENCIA DO SALDO ATUAL.
       01 WS-TAB-CONTAS.
           03 WS-CTA OCCURS 20 TIMES.
              05 WS-CTA-COD-BANCO      PIC 9(003).
              05 WS-CTA-AGENCIA        PIC X(006).
              05 WS-CTA-NR-CONTA       PIC X(012).
              05 WS-CTA-ATIVA          PIC X(001).
              05 WS-CTA-SALDO-ATUAL    PIC S9(013)V9(002).
              05 WS-CTA-SALDO-MES-ANT  PIC S9(013)V9(002).
              05 WS-CTA-VL-POSTERIOR   PIC S9(013)V9(002).
              05 WS-CTA-DIA OCCURS 31 TIMES.
                 07 WS-CTA-DIA-CRED    PIC S9(013)V9(002).
                 07 WS-CTA-DIA-DEB     PIC S9(013)V9(002).

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
           'EXERCICIO_138'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'SALDOS BANCARIOS DIARIOS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ SALDOS BANCARIOS DIARIOS ------'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           MOVE WS-HOJE-ANOMES   TO WS-MES-INICIO-ANOMES
           MOVE 1                TO WS-MES-INICIO-DIA
           INITIALIZE WS-TAB-CONTAS

           PERFORM 1000-CARREGA-CONTAS THRU 1000-CARREGA-CONTAS-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-ACUMULA-MOVIMENTO
               THRU 2000-ACUMULA-MOVIMENTO-FIM

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO
           PERFORM 3000-IMPRIME-CONTA THRU 3000-IMPRIME-CONTA-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS
           PERFORM 4000-IMPRIME-TOTAIS THRU 4000-IMPRIME-TOTAIS-FIM
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY "CONTAS: " WS-QTD-CONTAS
               " LANCAMENTOS LIDOS: " WS-QTD-LIDOS
           DISPLAY "SALDO TOTAL DAS CONTAS ATIVAS EM "
               WS-HOJE-AAAAMMDD ": " WS-VL-TOTAL-BASE
           IF WS-QTD-SEM-CONTA > ZEROS
               DISPLAY "*** LANCAMENTOS DE BANCO SEM CONTA: "
                   WS-QTD-SEM-CONTA " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-QTD-IGNORADAS > ZEROS
               DISPLAY "*** CONTAS ALEM DA TABELA (NAO LISTADAS): "
                   WS-QTD-IGNORADAS " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

      *> BALANCEAMENTO: SALDO DE IMPLANTACAO MAIS TODO O MOVIMENTO DA
      *> CONTA TEM QUE BATER COM O SALDO ATUAL GRAVADO POR LANCA_BANCO.
           IF WS-QTD-DIVERGENTES > ZEROS
               DISPLAY "CONTAS COM SALDO DIVERGENTE DO MOVIMENTO: "
                   WS-QTD-DIVERGENTES
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * CARGA DAS CONTAS BANCARIAS COM O   *
      * SALDO DE IMPLANTACAO               *
      **************************************
      *
       1000-CARREGA-CONTAS.
           SET WS-FS-CONTAS TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT CONTAS_BANCO
           IF WS-FS-CONTAS EQUAL 35
               DISPLAY "* ARQUIVO CONTAS_BANCO NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CARREGA-CONTAS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ CONTAS_BANCO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-QTD-CONTAS < WS-MAX-CONTAS
                           ADD 1 TO WS-QTD-CONTAS
                           MOVE CBC-COD-BANCO
                               TO WS-CTA-COD-BANCO(WS-QTD-CONTAS)
                           MOVE CBC-AGENCIA
                               TO WS-CTA-AGENCIA(WS-QTD-CONTAS)
                           MOVE CBC-NR-CONTA
                               TO WS-CTA-NR-CONTA(WS-QTD-CONTAS)
                           MOVE CBC-ATIVA
                               TO WS-CTA-ATIVA(WS-QTD-CONTAS)
                           MOVE CBC-VL-SALDO-ATUAL
                               TO WS-CTA-SALDO-ATUAL(WS-QTD-CONTAS)
                           MOVE CBC-VL-SALDO-INICIAL
                               TO WS-CTA-SALDO-MES-ANT(WS-QTD-CONTAS)
                       ELSE
                           ADD 1 TO WS-QTD-IGNORADAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAS_BANCO.
       1000-CARREGA-CONTAS-FIM.
           EXIT.
      *
      **************************************
      * LEITURA DO MOVIMENTO BANCARIO:     *
      * ANTERIOR AO MES NA ABERTURA, DO    *
      * MES POR DIA, POSTERIOR A PARTE     *
      **************************************
      *
       2000-ACUMULA-MOVIMENTO.
           SET WS-FS-MOVTO TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT MOVTO_BANCO
           IF WS-FS-MOVTO EQUAL 35
               DISPLAY "* ARQUIVO MOVTO_BANCO NAO EXISTE - SO SALDOS "
                   "DE IMPLANTACAO *"
               GO TO 2000-ACUMULA-MOVIMENTO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ MOVTO_BANCO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 2100-ACUMULA-LANCAMENTO
                           THRU 2100-ACUMULA-LANCAMENTO-FIM
               END-READ
           END-PERFORM
           CLOSE MOVTO_BANCO.
       2000-ACUMULA-MOVIMENTO-FIM.
           EXIT.
      *
       2100-ACUMULA-LANCAMENTO.
           MOVE 'N' TO WS-ACHOU
           PERFORM 9100-LOCALIZA-CONTA THRU 9100-LOCALIZA-CONTA-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS OR WS-ACHOU = 'S'
           IF WS-ACHOU NOT EQUAL 'S'
               ADD 1 TO WS-QTD-SEM-CONTA
               GO TO 2100-ACUMULA-LANCAMENTO-FIM
           END-IF
      *> O VARYING PASSA UM ALEM DA CONTA ACHADA.
           SUBTRACT 1 FROM WS-IDX

           IF MBC-CREDITO
               MOVE MBC-VL-MOVTO TO WS-VL-SINAL
           ELSE
               COMPUTE WS-VL-SINAL = ZEROS - MBC-VL-MOVTO
           END-IF

           MOVE MBC-DT-MOVTO TO WS-MOV-DATA
           IF WS-MOV-DATA < WS-MES-INICIO
               ADD WS-VL-SINAL TO WS-CTA-SALDO-MES-ANT(WS-IDX)
               GO TO 2100-ACUMULA-LANCAMENTO-FIM
           END-IF
           IF WS-MOV-DATA > WS-HOJE-AAAAMMDD
               ADD WS-VL-SINAL TO WS-CTA-VL-POSTERIOR(WS-IDX)
               GO TO 2100-ACUMULA-LANCAMENTO-FIM
           END-IF

           MOVE WS-MOV-DIA TO WS-DIA
           IF MBC-CREDITO
               ADD MBC-VL-MOVTO TO WS-CTA-DIA-CRED(WS-IDX, WS-DIA)
           ELSE
               ADD MBC-VL-MOVTO TO WS-CTA-DIA-DEB(WS-IDX, WS-DIA)
           END-IF.
       2100-ACUMULA-LANCAMENTO-FIM.
           EXIT.
      *
      **************************************
      * IMPRESSAO DE UMA CONTA: ABERTURA   *
      * DO MES, DIAS COM MOVIMENTO E SALDO *
      * NA DATA BASE, COM A CONFERENCIA    *
      * CONTRA O SALDO ATUAL               *
      **************************************
      *
       3000-IMPRIME-CONTA.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' BANCO ' DELIMITED BY SIZE
               WS-CTA-COD-BANCO(WS-IDX) DELIMITED BY SIZE
               ' AGENCIA ' DELIMITED BY SIZE
               WS-CTA-AGENCIA(WS-IDX) DELIMITED BY SIZE
               ' CONTA ' DELIMITED BY SIZE
               WS-CTA-NR-CONTA(WS-IDX) DELIMITED BY SIZE
               ' ATIVA ' DELIMITED BY SIZE
               WS-CTA-ATIVA(WS-IDX) DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING '   SALDO DE ABERTURA EM ' DELIMITED BY SIZE
               WS-MES-INICIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CTA-SALDO-MES-ANT(WS-IDX) DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE WS-CTA-SALDO-MES-ANT(WS-IDX) TO WS-VL-SALDO-DIA
           PERFORM 3100-IMPRIME-DIA THRU 3100-IMPRIME-DIA-FIM
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-HOJE-DIA

           MOVE SPACES TO WS-LINHA-REL
           STRING '   SALDO NA DATA BASE ' DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-SALDO-DIA DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           IF WS-CTA-ATIVA(WS-IDX) EQUAL 'S'
               ADD WS-VL-SALDO-DIA TO WS-VL-TOTAL-BASE
           END-IF

           IF WS-CTA-VL-POSTERIOR(WS-IDX) NOT EQUAL ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING '   MOVIMENTO DATADO APOS A DATA BASE '
                   DELIMITED BY SIZE
                   WS-CTA-VL-POSTERIOR(WS-IDX) DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF

           COMPUTE WS-VL-SALDO-CALC =
               WS-VL-SALDO-DIA + WS-CTA-VL-POSTERIOR(WS-IDX)
           IF WS-VL-SALDO-CALC NOT EQUAL WS-CTA-SALDO-ATUAL(WS-IDX)
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE SPACES TO WS-LINHA-REL
               STRING '   *** SALDO PELO MOVIMENTO ' DELIMITED BY SIZE
                   WS-VL-SALDO-CALC DELIMITED BY SIZE
                   ' DIFERENTE DO SALDO ATUAL DA CONTA '
                   DELIMITED BY SIZE
                   WS-CTA-SALDO-ATUAL(WS-IDX) DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF.
       3000-IMPRIME-CONTA-FIM.
           EXIT.
      *
      *> SO OS DIAS COM MOVIMENTO SAO IMPRESSOS; O SALDO DO DIA VEM
      *> ACUMULANDO DESDE A ABERTURA DO MES.
       3100-IMPRIME-DIA.
           IF WS-CTA-DIA-CRED(WS-IDX, WS-DIA) EQUAL ZEROS AND
               WS-CTA-DIA-DEB(WS-IDX, WS-DIA) EQUAL ZEROS
               GO TO 3100-IMPRIME-DIA-FIM
           END-IF

           COMPUTE WS-VL-SALDO-DIA = WS-VL-SALDO-DIA +
               WS-CTA-DIA-CRED(WS-IDX, WS-DIA) -
               WS-CTA-DIA-DEB(WS-IDX, WS-DIA)
           MOVE WS-HOJE-ANOMES TO WS-DIA-DATA-ANOMES
           MOVE WS-DIA         TO WS-DIA-DATA-DIA
           MOVE SPACES TO WS-LINHA-REL
           STRING '   DIA ' DELIMITED BY SIZE
               WS-DIA-DATA DELIMITED BY SIZE
               ' CREDITOS ' DELIMITED BY SIZE
               WS-CTA-DIA-CRED(WS-IDX, WS-DIA) DELIMITED BY SIZE
               ' DEBITOS ' DELIMITED BY SIZE
               WS-CTA-DIA-DEB(WS-IDX, WS-DIA) DELIMITED BY SIZE
               ' SALDO DO DIA ' DELIMITED BY SIZE
               WS-VL-SALDO-DIA DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3100-IMPRIME-DIA-FIM.
           EXIT.
      *
      **************************************
      * TOTAL DAS CONTAS ATIVAS NA DATA    *
      * BASE (PONTO DE PARTIDA DA POSICAO  *
      * LIQUIDA DE CAIXA)                  *
      **************************************
      *
       4000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' SALDO TOTAL DAS CONTAS ATIVAS EM ' DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VL-TOTAL-BASE DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' PONTO DE PARTIDA DA POSICAO LIQUIDA DE CAIXA '
               TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       4000-IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      **************************************
      * PROCURA A CONTA DO LANCAMENTO NA   *
      * TABELA                             *
      **************************************
      *
       9100-LOCALIZA-CONTA.
           IF WS-CTA-COD-BANCO(WS-IDX) EQUAL MBC-COD-BANCO
               MOVE 'S' TO WS-ACHOU
           END-IF.
       9100-LOCALIZA-CONTA-FIM.
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
           STRING 'SALDOS BANCARIOS DIARIOS'
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

       END PROGRAM EXERCICIO_138.
