      * POR COMPORTAMENTO E NAO SO POR SALDO. BAIXAS ANTERIORES A
      * CRIACAO DO CAMPO DUPL-DT-BAIXA (DATA ZERADA) FICAM FORA DA
      * MEDIA E SAO CONTADAS A PARTE.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *> RECONSTRUIDO DO ZERO A CADA EXECUCAO.
       FD PERFIL_PAGAMENTO.
       01 REG-PERFIL.
           03 PERF-COD-CLIENTE         PIC 9(005).
           03 PERF-QTD-PAGAS           PIC 9(006).
           03 PERF-MEDIA-DIAS          PIC S9(006).
           03 PERF-PIOR-DIAS           PIC S9(006).
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CLIENTES              PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-COD                       PIC 9(005).
       77 WS-POS                       PIC 9(005).
       77 WS-DIAS                      PIC S9(006).
       77 WS-QTD-PERFIS                PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-DATA              PIC 9(006) VALUE ZEROS.
       77 WS-MEDIA                     PIC S9(006).
       77 WS-PCT                       PIC 9(003).
       77 WS-BASE-PCT                  PIC 9(006).
       77 WS-IDX                       PIC 9(005).
       77 WS-IDX2                      PIC 9(005).
       01 WS-LINHA-REL                 PIC X(132).

       01 WS-DUPLICATA.
           COPY DUPLICATA.

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

      *> ACUMULADORES POR CLIENTE, ENDERECADOS PELA POSICAO DO
      *> CLIENTE EM TAB_CLIENTE, NO MESMO ESQUEMA DA TABELA DE NOMES.
       01 WS-TAB-ACUMULA.
           03 WS-ACU-ITEM OCCURS 5000 TIMES.
              05 WS-ACU-QTD-PAGAS      PIC 9(006).
              05 WS-ACU-SOMA-DIAS      PIC S9(009).
              05 WS-ACU-PIOR-DIAS      PIC S9(006).
      *> A MELHOR ANTES DA IMPRESSAO (TROCA SIMPLES, COMO NO EXTRATO
      *> DE EXERCICIO_039).
       01 WS-TAB-RANKING.
           03 WS-RNK-ITEM OCCURS 5000 TIMES.
              05 WS-RNK-COD            PIC 9(005).
              05 WS-RNK-POS            PIC 9(005).
              05 WS-RNK-MEDIA          PIC S9(006).
              05 WS-RNK-PCT            PIC 9(003).
       77 WS-QTD-RANKING               PIC 9(005) VALUE ZEROS.
       01 WS-RNK-TROCA.
           03 WS-TRC-COD               PIC 9(005).
           03 WS-TRC-POS               PIC 9(005).
           03 WS-TRC-MEDIA             PIC S9(006).
           03 WS-TRC-PCT               PIC 9(003).

       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_079'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'PERFIL DE PAGAMENTO POR CLIENTE'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- PERFIL DE PAGAMENTO POR CLIENTE ----'
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5000
               INITIALIZE WS-ACU-ITEM(WS-POS)
           END-PERFORM

           PERFORM 0100-CARREGA-CLIENTES THRU 0100-CARREGA-CLIENTES-FIM.
           SET WS-FS-CLIENTES   TO 0.
           SET WS-EOF-CLIENTES  TO 0.

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               GO TO 0100-CARREGA-CLIENTES-FIM
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
      * ACUMULA OS PRAZOS DE LIQUIDACAO    *
      * DAS DUPLICATAS PAGAS DO ANO        *
      * CORRENTE (DUPL_PAGAS)              *
               GO TO 1100-ACUMULA-UMA-PAGA-FIM
           END-IF

           MOVE WS-COD TO WS-IC-COD-CLIENTE
           PERFORM 0120-POSICAO-CLIENTE THRU 0120-POSICAO-CLIENTE-FIM
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               GO TO 1100-ACUMULA-UMA-PAGA-FIM
           END-IF
           MOVE WS-IC-POSICAO TO WS-POS

      *> BAIXA ANTERIOR A CRIACAO DO CAMPO DE DATA: NAO HA COMO
      *> MEDIR O PRAZO, A DUPLICATA SO E CONTADA A PARTE.
           IF DUPL-DT-BAIXA OF WS-DUPLICATA EQUAL ZEROS
               WS-CD-VALIDA
           MOVE WS-CD-DIAS TO WS-DIAS

           ADD 1 TO WS-ACU-QTD-PAGAS(WS-POS)
           ADD WS-DIAS TO WS-ACU-SOMA-DIAS(WS-POS)
           IF WS-DIAS > WS-ACU-PIOR-DIAS(WS-POS)
               MOVE WS-DIAS TO WS-ACU-PIOR-DIAS(WS-POS)
           END-IF
           IF WS-DIAS > 0
               ADD 1 TO WS-ACU-QTD-ATRASO(WS-POS)
           END-IF.
       1100-ACUMULA-UMA-PAGA-FIM.
           EXIT.
                       IF DUPL-COD-CLIENTE OF WS-DUPLICATA > ZEROS
                           AND DUPL-ST-DUPLICATA OF WS-DUPLICATA
                           NOT EQUAL "REN"
                           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                               TO WS-IC-COD-CLIENTE
                           PERFORM 0120-POSICAO-CLIENTE
                               THRU 0120-POSICAO-CLIENTE-FIM
                           IF WS-IC-RESULTADO EQUAL 'S'
                               ADD 1
                                   TO WS-ACU-QTD-VENCIDAS(WS-IC-POSICAO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       IF DUPL-COD-CLIENTE OF WS-DUPLICATA > ZEROS
                           AND DUPL-ST-DUPLICATA OF WS-DUPLICATA
                           EQUAL "REN"
                           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA
                               TO WS-IC-COD-CLIENTE
                           PERFORM 0120-POSICAO-CLIENTE
                               THRU 0120-POSICAO-CLIENTE-FIM
                           IF WS-IC-RESULTADO EQUAL 'S'
                               ADD 1
                                   TO WS-ACU-QTD-RENEGOC(WS-IC-POSICAO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET WS-FS-PERFIL TO 0.
           OPEN OUTPUT PERFIL_PAGAMENTO

      *> UM PERFIL POR CLIENTE, NA ORDEM DO CODIGO (TAB_CLIENTE).
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM 2100-GRAVA-UM-PERFIL THRU 2100-GRAVA-UM-PERFIL-FIM
               VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'.

           CLOSE PERFIL_PAGAMENTO.
       2000-GRAVA-PERFIS-FIM.
           EXIT.
      *
       2100-GRAVA-UM-PERFIL.
           MOVE 'O' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               GO TO 2100-GRAVA-UM-PERFIL-FIM
           END-IF
           MOVE WS-IC-COD-CLIENTE TO WS-COD
           MOVE WS-IC-POSICAO     TO WS-POS

           IF WS-ACU-QTD-PAGAS(WS-POS) EQUAL ZEROS AND
               WS-ACU-QTD-VENCIDAS(WS-POS) EQUAL ZEROS AND
               WS-ACU-QTD-RENEGOC(WS-POS) EQUAL ZEROS
               GO TO 2100-GRAVA-UM-PERFIL-FIM
           END-IF

           IF WS-ACU-QTD-PAGAS(WS-POS) > ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                   WS-ACU-SOMA-DIAS(WS-POS) /
                   WS-ACU-QTD-PAGAS(WS-POS)
           ELSE
               MOVE ZEROS TO WS-MEDIA
           END-IF

           COMPUTE WS-BASE-PCT =
               WS-ACU-QTD-PAGAS(WS-POS) +
               WS-ACU-QTD-VENCIDAS(WS-POS)
           IF WS-BASE-PCT > ZEROS
               COMPUTE WS-PCT ROUNDED =
                   ((WS-ACU-QTD-ATRASO(WS-POS) +
                     WS-ACU-QTD-VENCIDAS(WS-POS)) * 100) /
                   WS-BASE-PCT
           ELSE
               MOVE ZEROS TO WS-PCT
           END-IF

           MOVE WS-COD                     TO PERF-COD-CLIENTE
           MOVE WS-ACU-QTD-PAGAS(WS-POS)   TO PERF-QTD-PAGAS
           MOVE WS-MEDIA                   TO PERF-MEDIA-DIAS
           MOVE WS-ACU-PIOR-DIAS(WS-POS)   TO PERF-PIOR-DIAS
           MOVE WS-PCT                     TO PERF-PCT-VENCIDAS
           MOVE WS-ACU-QTD-RENEGOC(WS-POS) TO PERF-QTD-RENEGOC
           MOVE WS-HOJE-AAAAMMDD           TO PERF-DT-CALCULO
           WRITE REG-PERFIL

           ADD 1 TO WS-QTD-PERFIS

           IF WS-QTD-RANKING < 5000
               ADD 1 TO WS-QTD-RANKING
               MOVE WS-COD   TO WS-RNK-COD(WS-QTD-RANKING)
               MOVE WS-POS   TO WS-RNK-POS(WS-QTD-RANKING)
               MOVE WS-MEDIA TO WS-RNK-MEDIA(WS-QTD-RANKING)
               MOVE WS-PCT   TO WS-RNK-PCT(WS-QTD-RANKING)
           END-IF.
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-RANKING.

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.
       3000-IMPRIME-RANKING-FIM.
           EXIT.
      *
       3100-IMPRIME-POSICAO.
           MOVE WS-RNK-COD(WS-IDX) TO WS-COD
           MOVE WS-RNK-POS(WS-IDX) TO WS-POS

           MOVE SPACES TO WS-LINHA-REL
           STRING ' POSICAO ' DELIMITED BY SIZE
               ' CLIENTE ' DELIMITED BY SIZE
               WS-COD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-CLIENTE(WS-POS) DELIMITED BY SIZE
               ' MEDIA DIAS ' DELIMITED BY SIZE
               WS-RNK-MEDIA(WS-IDX) DELIMITED BY SIZE
               ' PIOR ' DELIMITED BY SIZE
               WS-ACU-PIOR-DIAS(WS-POS) DELIMITED BY SIZE
               ' PCT ATRASO ' DELIMITED BY SIZE
               WS-RNK-PCT(WS-IDX) DELIMITED BY SIZE
               '% PAGAS EM ATRASO ' DELIMITED BY SIZE
               WS-ACU-QTD-ATRASO(WS-POS) DELIMITED BY SIZE
               ' VENCIDAS HOJE ' DELIMITED BY SIZE
               WS-ACU-QTD-VENCIDAS(WS-POS) DELIMITED BY SIZE
               ' RENEGOCIACOES ' DELIMITED BY SIZE
               WS-ACU-QTD-RENEGOC(WS-POS) DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       3100-IMPRIME-POSICAO-FIM.
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

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_079.
