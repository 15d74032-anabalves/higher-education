      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DE RECUPERACAO DE INCOBRAVEIS: LE O
      * HISTORICO RECUPERACOES (GRAVADO PELA SUBROTINA RECUPERA_INCOB
      * QUANDO O RETORNO BANCARIO - EXERCICIO_035 -, O CAIXA DE
      * BALCAO - EXERCICIO_084 - OU A CUSTODIA DE CHEQUES -
      * EXERCICIO_085 - RECEBE PAGAMENTO DE DUPLICATA JA BAIXADA COMO
      * INCOBRAVEL PELO EXERCICIO_041) E IMPRIME, PARA O MES
      * INFORMADO, CADA RECUPERACAO COM O NOME DO CLIENTE, A DATA DA
      * BAIXA, A DATA E O VALOR RECUPERADO E POR ONDE O DINHEIRO
      * ENTROU, MAIS O TOTAL RECUPERADO POR CLIENTE E O TOTAL GERAL.
      * O VALOR CONFERE COM O EVENTO RECUPERACAO DO DIARIO CONTABIL
      * (EXERCICIO_040) DO MESMO MES.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_128.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPERACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\recuperacoes.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-RECUP.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS SEQUENTIAL
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\recuperacoes_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD RECUPERACOES.
       01 REG-RECUPERACAO.
           COPY RECUPERA.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-RECUP                  PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CLIENTES              PIC 99.
       77 WS-IDX                       PIC 9(005).
       77 WS-COD-CLIENTE               PIC 9(005).
       77 WS-MES-RELATORIO             PIC 9(006).
       77 WS-QTD-RECUPERACOES          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CLIENTES              PIC 9(006) VALUE ZEROS.
       77 WS-VL-TOTAL                  PIC S9(013)V9(002) VALUE ZEROS.

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

      *> TOTAL RECUPERADO NO MES POR CLIENTE, ENDERECADO DO MESMO
      *> JEITO (O HISTORICO ESTA EM ORDEM DE DATA, NAO DE CLIENTE).
       01 WS-TAB-TOT-CLIENTE.
           03 WS-TOT-CLIENTE OCCURS 5000 TIMES.
              05 WS-TOT-QTD            PIC 9(006).
              05 WS-TOT-VALOR          PIC S9(013)V9(002).

      *> MES (AAAAMM) EXTRAIDO DA DATA DA RECUPERACAO.
       01 WS-DATA-REGISTRO             PIC 9(008).
       01 FILLER REDEFINES WS-DATA-REGISTRO.
           03 WS-MES-REGISTRO          PIC 9(006).
           03 FILLER                   PIC 9(002).

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

      *> ARQUIVO DE IMPRESSAO COM O BLOCO PADRAO DE CABECALHO (TITULO,
      *> MES, DATA DA EXECUCAO E PAGINA), COMO NO AGING (EXERCICIO_017).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_128'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'RECUPERACAO DE INCOBRAVEIS DO MES'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- RECUPERACAO DE INCOBRAVEIS DO MES ----'

           MOVE 0 TO RETURN-CODE

           DISPLAY 'INFORME O MES DO RELATORIO (AAAAMM):'
           ACCEPT WS-MES-RELATORIO

           INITIALIZE WS-TAB-NOME-CLIENTE
           INITIALIZE WS-TAB-TOT-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-DATA-EXEC

           SET WS-FS-RECUP TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT RECUPERACOES
           IF WS-FS-RECUP EQUAL 35
               DISPLAY "* NAO HA RECUPERACOES DE INCOBRAVEIS *"
               GO TO ROT-FIM
           END-IF

           PERFORM 0100-CARREGA-CLIENTES THRU 0100-CARREGA-CLIENTES-FIM.

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM UNTIL WS-EOF = 1
               READ RECUPERACOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REC-DT-RECUPERACAO TO WS-DATA-REGISTRO
                       IF WS-MES-REGISTRO EQUAL WS-MES-RELATORIO
                           PERFORM 1000-IMPRIME-RECUPERACAO
                               THRU 1000-IMPRIME-RECUPERACAO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECUPERACOES.

           PERFORM 2000-IMPRIME-TOTAIS THRU 2000-IMPRIME-TOTAIS-FIM.

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY "RECUPERACOES NO MES: " WS-QTD-RECUPERACOES
           DISPLAY "CLIENTES COM RECUPERACAO: " WS-QTD-CLIENTES
           DISPLAY "TOTAL RECUPERADO: " WS-VL-TOTAL
           DISPLAY "RELATORIO GRAVADO EM recuperacoes_rel.".

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * LINHA DE DETALHE DE UMA            *
      * RECUPERACAO DO MES                 *
      **************************************
      *
       1000-IMPRIME-RECUPERACAO.
           ADD 1 TO WS-QTD-RECUPERACOES
           ADD REC-VL-RECUPERADO TO WS-VL-TOTAL
           MOVE REC-COD-CLIENTE TO WS-IC-COD-CLIENTE
           IF REC-COD-CLIENTE > 0
               PERFORM 0120-POSICAO-CLIENTE
                   THRU 0120-POSICAO-CLIENTE-FIM
               IF WS-IC-RESULTADO EQUAL 'S'
                   ADD 1 TO WS-TOT-QTD(WS-IC-POSICAO)
                   ADD REC-VL-RECUPERADO
                       TO WS-TOT-VALOR(WS-IC-POSICAO)
               END-IF
           END-IF
           PERFORM 0110-NOME-CLIENTE THRU 0110-NOME-CLIENTE-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING ' DUPLICATA ' DELIMITED BY SIZE
               REC-NR-DUPLICATA DELIMITED BY SIZE
               ' CLIENTE ' DELIMITED BY SIZE
               REC-COD-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-ATUAL DELIMITED BY SIZE
               ' BAIXA ' DELIMITED BY SIZE
               REC-DT-BAIXA DELIMITED BY SIZE
               ' RECUPERACAO ' DELIMITED BY SIZE
               REC-DT-RECUPERACAO DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               REC-VL-RECUPERADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REC-FORMA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               REC-ORIGEM DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       1000-IMPRIME-RECUPERACAO-FIM.
           EXIT.
      *
      **************************************
      * TOTAL RECUPERADO POR CLIENTE E     *
      * TOTAL GERAL DO MES                 *
      **************************************
      *
       2000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' TOTAL RECUPERADO POR CLIENTE:' TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

      *> CLIENTES NA ORDEM DO CODIGO (TAB_CLIENTE).
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'
               MOVE 'O' TO WS-IC-FUNCAO
               CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                   WS-IC-COD-CLIENTE, WS-IC-POSICAO, WS-IC-ORDEM,
                   WS-IC-RESULTADO
               IF WS-IC-RESULTADO EQUAL 'S'
                   MOVE WS-IC-POSICAO     TO WS-IDX
                   MOVE WS-IC-COD-CLIENTE TO WS-COD-CLIENTE
                   IF WS-TOT-QTD(WS-IDX) > 0
                       ADD 1 TO WS-QTD-CLIENTES
                       MOVE SPACES TO WS-LINHA-REL
                       STRING '  CLIENTE ' DELIMITED BY SIZE
                           WS-COD-CLIENTE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-NOME-CLIENTE(WS-IDX) DELIMITED BY SIZE
                           ' RECUPERACOES ' DELIMITED BY SIZE
                           WS-TOT-QTD(WS-IDX) DELIMITED BY SIZE
                           ' VALOR ' DELIMITED BY SIZE
                           WS-TOT-VALOR(WS-IDX) DELIMITED BY SIZE
                           INTO WS-LINHA-REL
                       PERFORM 9500-GRAVA-LINHA-REL
                           THRU 9500-GRAVA-LINHA-REL-FIM
                   END-IF
               END-IF
           END-PERFORM

      *> TRAILER DE TOTAL GERAL DO RELATORIO.
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAL GERAL: RECUPERACOES ' DELIMITED BY SIZE
               WS-QTD-RECUPERACOES DELIMITED BY SIZE
               ' CLIENTES ' DELIMITED BY SIZE
               WS-QTD-CLIENTES DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WS-VL-TOTAL DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       2000-IMPRIME-TOTAIS-FIM.
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
           STRING 'RECUPERACAO DE INCOBRAVEIS'
               '   MES: ' DELIMITED BY SIZE
               WS-MES-RELATORIO DELIMITED BY SIZE
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

       END PROGRAM EXERCICIO_128.
