      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REAJUSTE ANUAL DA TABELA DE MENSALIDADES
      * (TABELA_MENSALIDADE, TABMENS.CPY) EM UM UNICO LOTE: O CARTAO
      * reajuste_mens TRAZ O PERIODO DE ORIGEM, O PERIODO NOVO, O
      * PERCENTUAL E O CURSO (ZEROS = TODOS). CADA PRECO DO PERIODO
      * DE ORIGEM E GRAVADO NO PERIODO NOVO COM O VALOR CHEIO E O DO
      * CREDITO REAJUSTADOS (A CARGA PLENA SE MANTEM); PRECO QUE JA
      * EXISTE NO PERIODO NOVO E MANTIDO COMO ESTA E APONTADO. O
      * RELATORIO PARA A DIRETORIA (reajuste_mens_rel) TRAZ O ANTES E
      * O DEPOIS DE CADA LINHA E OS TOTAIS, COM O BALANCEAMENTO DE FIM
      * DE JOB ENTRE PRECOS LIDOS E A SOMA DOS DESTINOS.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_185.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO DE PARAMETROS (ESTILO SYSIN) DO REAJUSTE.
           SELECT CARTAO_PARAM ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\reajuste_mens.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT TABELA_MENSALIDADE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\tabela_mensalidade.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TMS-CHAVE
           FILE STATUS     IS WS-FS-TMS.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\reajuste_mens_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
           03 CARD-PERIODO-ORIGEM      PIC X(006).
           03 CARD-PERIODO-DESTINO     PIC X(006).
           03 CARD-PCT-REAJUSTE        PIC 9(003)V9(002).
      *> ZEROS = TODOS OS CURSOS.
           03 CARD-COD-CURSO           PIC 9(003).

       FD TABELA_MENSALIDADE.
       01 REG-TAB-MENSALIDADE.
           COPY TABMENS.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-TMS                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(003).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-SITUACAO                  PIC X(020).

      *> PRECOS DO PERIODO DE ORIGEM, CARREGADOS ANTES DE GRAVAR O
      *> PERIODO NOVO NO MESMO ARQUIVO.
       01 WS-TAB-REAJUSTE.
           03 WS-TR-ITEM OCCURS 999 TIMES.
              05 WS-TR-COD-CURSO       PIC 9(003).
              05 WS-TR-SEMESTRE        PIC 9(002).
              05 WS-TR-VL-MENSALIDADE  PIC 9(009)V9(002).
              05 WS-TR-QTD-DISC-PLENA  PIC 9(002).
              05 WS-TR-VL-CREDITO      PIC 9(009)V9(002).
       77 WS-QTD-LIDAS                 PIC 9(005) VALUE ZEROS.

      *> VALORES REAJUSTADOS DA LINHA EM GRAVACAO.
       77 WS-NOVO-VL-MENSALIDADE       PIC 9(009)V9(002).
       77 WS-NOVO-VL-CREDITO           PIC 9(009)V9(002).

      *> TOTAIS DE CONTROLE: TODO PRECO LIDO E GRAVADO NO PERIODO
      *> NOVO OU MANTIDO PORQUE JA EXISTIA.
       77 WS-QTD-GRAVADAS              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-MANTIDAS              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(005) VALUE ZEROS.
       77 WS-TOT-ANTES                 PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-TOT-DEPOIS                PIC 9(013)V9(002) VALUE ZEROS.

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-VALOR                  PIC ZZZZZZZZZZZZ9.99.
       77 WS-ED-PCT                    PIC ZZ9.99.

      *> RELATORIO, NO PADRAO DE PAGINACAO DOS DEMAIS.
       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_185'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'REAJUSTE ANUAL DA TABELA DE MENSALIDADES'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- REAJUSTE ANUAL DA TABELA DE MENSALIDADES ----'
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM

           PERFORM 1000-CARREGA-ORIGEM THRU 1000-CARREGA-ORIGEM-FIM
           IF RETURN-CODE EQUAL 16
               GO TO ROT-FIM
           END-IF

           SET WS-FS-TMS TO 0.
           OPEN I-O TABELA_MENSALIDADE
           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 2000-GRAVA-REAJUSTE THRU 2000-GRAVA-REAJUSTE-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-LIDAS

           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           CLOSE TABELA_MENSALIDADE

           DISPLAY " "
           DISPLAY "PRECOS LIDOS DO PERIODO " CARD-PERIODO-ORIGEM ": "
               WS-QTD-LIDAS
           DISPLAY "PRECOS GRAVADOS NO PERIODO " CARD-PERIODO-DESTINO
               ": " WS-QTD-GRAVADAS
           DISPLAY "PRECOS JA EXISTENTES (MANTIDOS): " WS-QTD-MANTIDAS
           DISPLAY "RELATORIO GRAVADO EM reajuste_mens_rel."
           IF WS-QTD-MANTIDAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

           COMPUTE WS-QTD-DESTINOS = WS-QTD-GRAVADAS + WS-QTD-MANTIDAS
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDAS
               DISPLAY "PRECOS LIDOS " WS-QTD-LIDAS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
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
               DISPLAY "*** CARTAO reajuste_mens NAO EXISTE - "
                   "REAJUSTE NAO EXECUTADO ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CARTAO_PARAM
               AT END
                   DISPLAY "*** CARTAO DE PARAMETROS VAZIO ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARTAO_PARAM
                   STOP RUN
           END-READ
           CLOSE CARTAO_PARAM

           IF CARD-PERIODO-ORIGEM(1:4) NOT NUMERIC OR
               (CARD-PERIODO-ORIGEM(5:2) NOT EQUAL '01' AND
                CARD-PERIODO-ORIGEM(5:2) NOT EQUAL '02') OR
               CARD-PERIODO-DESTINO(1:4) NOT NUMERIC OR
               (CARD-PERIODO-DESTINO(5:2) NOT EQUAL '01' AND
                CARD-PERIODO-DESTINO(5:2) NOT EQUAL '02')
               DISPLAY "*** CARTAO INVALIDO: PERIODOS "
                   CARD-PERIODO-ORIGEM " / " CARD-PERIODO-DESTINO
                   " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-PERIODO-DESTINO NOT > CARD-PERIODO-ORIGEM
               DISPLAY "*** CARTAO INVALIDO: PERIODO NOVO DEVE SER "
                   "POSTERIOR AO DE ORIGEM ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-PCT-REAJUSTE NOT NUMERIC OR
               CARD-PCT-REAJUSTE EQUAL ZEROS
               DISPLAY "*** CARTAO INVALIDO: PERCENTUAL DE REAJUSTE "
                   "ZERADO ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-COD-CURSO NOT NUMERIC
               MOVE ZEROS TO CARD-COD-CURSO
           END-IF

           MOVE CARD-PCT-REAJUSTE TO WS-ED-PCT
           DISPLAY "PARAMETROS DO CARTAO: ORIGEM " CARD-PERIODO-ORIGEM
               " NOVO " CARD-PERIODO-DESTINO " REAJUSTE " WS-ED-PCT
               "% CURSO " CARD-COD-CURSO.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * CARREGA OS PRECOS DO PERIODO DE    *
      * ORIGEM                             *
      **************************************
      *
       1000-CARREGA-ORIGEM.
           SET WS-FS-TMS TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT TABELA_MENSALIDADE
           IF WS-FS-TMS EQUAL 35
               DISPLAY "* ARQUIVO TABELA_MENSALIDADE NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CARREGA-ORIGEM-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ TABELA_MENSALIDADE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TMS-PERIODO EQUAL CARD-PERIODO-ORIGEM AND
                           (CARD-COD-CURSO EQUAL ZEROS OR
                            TMS-COD-CURSO EQUAL CARD-COD-CURSO)
                           PERFORM 1100-GUARDA-PRECO
                               THRU 1100-GUARDA-PRECO-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TABELA_MENSALIDADE

           IF RETURN-CODE EQUAL 16
               GO TO 1000-CARREGA-ORIGEM-FIM
           END-IF
           IF WS-QTD-LIDAS EQUAL ZEROS
               DISPLAY "* NENHUM PRECO NO PERIODO "
                   CARD-PERIODO-ORIGEM " *"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-CARREGA-ORIGEM-FIM.
           EXIT.
      *
      *> O REAJUSTE E TUDO OU NADA: COM A TABELA CHEIA NADA E GRAVADO.
       1100-GUARDA-PRECO.
           IF WS-QTD-LIDAS NOT < 999
               DISPLAY "*** MAIS DE 999 PRECOS NO PERIODO - REAJUSTE "
                   "NAO EXECUTADO, AUMENTE O OCCURS ***"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO 1100-GUARDA-PRECO-FIM
           END-IF
           ADD 1 TO WS-QTD-LIDAS
           MOVE TMS-COD-CURSO      TO WS-TR-COD-CURSO(WS-QTD-LIDAS)
           MOVE TMS-SEMESTRE       TO WS-TR-SEMESTRE(WS-QTD-LIDAS)
           MOVE TMS-VL-MENSALIDADE TO WS-TR-VL-MENSALIDADE(WS-QTD-LIDAS)
           MOVE TMS-QTD-DISC-PLENA TO WS-TR-QTD-DISC-PLENA(WS-QTD-LIDAS)
           MOVE TMS-VL-CREDITO     TO WS-TR-VL-CREDITO(WS-QTD-LIDAS).
       1100-GUARDA-PRECO-FIM.
           EXIT.
      *
      **************************************
      * GRAVA O PRECO REAJUSTADO NO        *
      * PERIODO NOVO E IMPRIME O ANTES E   *
      * O DEPOIS                           *
      **************************************
      *
       2000-GRAVA-REAJUSTE.
           COMPUTE WS-NOVO-VL-MENSALIDADE ROUNDED =
               WS-TR-VL-MENSALIDADE(WS-IDX) *
               (1 + (CARD-PCT-REAJUSTE / 100))
           COMPUTE WS-NOVO-VL-CREDITO ROUNDED =
               WS-TR-VL-CREDITO(WS-IDX) *
               (1 + (CARD-PCT-REAJUSTE / 100))

           MOVE WS-TR-COD-CURSO(WS-IDX)      TO TMS-COD-CURSO
           MOVE WS-TR-SEMESTRE(WS-IDX)       TO TMS-SEMESTRE
           MOVE CARD-PERIODO-DESTINO         TO TMS-PERIODO
           MOVE WS-NOVO-VL-MENSALIDADE       TO TMS-VL-MENSALIDADE
           MOVE WS-TR-QTD-DISC-PLENA(WS-IDX) TO TMS-QTD-DISC-PLENA
           MOVE WS-NOVO-VL-CREDITO           TO TMS-VL-CREDITO
           MOVE 'REAJUSTE'                   TO TMS-OPERADOR
           MOVE WS-HOJE-AAAAMMDD             TO TMS-DT-ALTERACAO

      *> PRECO JA DEFINIDO PARA O PERIODO NOVO NAO E SOBRESCRITO.
           WRITE REG-TAB-MENSALIDADE
               INVALID KEY
                   MOVE 'JA EXISTIA - MANTIDO' TO WS-SITUACAO
                   ADD 1 TO WS-QTD-MANTIDAS
               NOT INVALID KEY
                   MOVE 'REAJUSTADO'           TO WS-SITUACAO
                   ADD 1 TO WS-QTD-GRAVADAS
                   ADD WS-TR-VL-MENSALIDADE(WS-IDX) TO WS-TOT-ANTES
                   ADD WS-NOVO-VL-MENSALIDADE       TO WS-TOT-DEPOIS
           END-WRITE

           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-TR-COD-CURSO(WS-IDX)      TO WS-LINHA-REL(1:3)
           MOVE WS-TR-SEMESTRE(WS-IDX)       TO WS-LINHA-REL(7:2)
           MOVE WS-TR-VL-MENSALIDADE(WS-IDX) TO WS-ED-VALOR
           MOVE WS-ED-VALOR                  TO WS-LINHA-REL(11:16)
           MOVE WS-NOVO-VL-MENSALIDADE       TO WS-ED-VALOR
           MOVE WS-ED-VALOR                  TO WS-LINHA-REL(28:16)
           MOVE WS-TR-VL-CREDITO(WS-IDX)     TO WS-ED-VALOR
           MOVE WS-ED-VALOR                  TO WS-LINHA-REL(45:16)
           MOVE WS-NOVO-VL-CREDITO           TO WS-ED-VALOR
           MOVE WS-ED-VALOR                  TO WS-LINHA-REL(62:16)
           MOVE WS-SITUACAO                  TO WS-LINHA-REL(80:20)
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       2000-GRAVA-REAJUSTE-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS DO REAJUSTE                 *
      **************************************
      *
       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           MOVE 'TOTAL'              TO WS-LINHA-REL(1:5)
           MOVE WS-TOT-ANTES         TO WS-ED-VALOR
           MOVE WS-ED-VALOR          TO WS-LINHA-REL(11:16)
           MOVE WS-TOT-DEPOIS        TO WS-ED-VALOR
           MOVE WS-ED-VALOR          TO WS-LINHA-REL(28:16)
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'PRECOS LIDOS: ' DELIMITED BY SIZE
               WS-QTD-LIDAS DELIMITED BY SIZE
               '   REAJUSTADOS: ' DELIMITED BY SIZE
               WS-QTD-GRAVADAS DELIMITED BY SIZE
               '   JA EXISTENTES (MANTIDOS): ' DELIMITED BY SIZE
               WS-QTD-MANTIDAS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-TOTAIS-FIM.
           EXIT.
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
           STRING 'REAJUSTE DA TABELA DE MENSALIDADES - PERIODO '
               DELIMITED BY SIZE
               CARD-PERIODO-ORIGEM DELIMITED BY SIZE
               ' PARA ' DELIMITED BY SIZE
               CARD-PERIODO-DESTINO DELIMITED BY SIZE
               '   REAJUSTE: ' DELIMITED BY SIZE
               WS-ED-PCT DELIMITED BY SIZE
               '%   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           MOVE 'CUR  SEM'            TO WS-LINHA-CAB(1:8)
           MOVE 'CHEIO ANTES'         TO WS-LINHA-CAB(16:11)
           MOVE 'CHEIO DEPOIS'        TO WS-LINHA-CAB(32:12)
           MOVE 'CREDITO ANTES'       TO WS-LINHA-CAB(48:13)
           MOVE 'CREDITO DEPOIS'      TO WS-LINHA-CAB(64:14)
           MOVE 'SITUACAO'            TO WS-LINHA-CAB(80:8)
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 3 TO WS-REL-LINHAS.
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

       END PROGRAM EXERCICIO_185.
