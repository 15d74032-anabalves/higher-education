      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE RECUPERACAO DE DUPLICATA JA BAIXADA COMO
      * INCOBRAVEL (EXERCICIO_041), NO MESMO ESQUEMA DE CHAMADA DE
      * PERIODO_CHECK. CHAMADA PELO RETORNO BANCARIO (EXERCICIO_035),
      * PELO CAIXA DE BALCAO (EXERCICIO_084) E PELA CUSTODIA DE
      * CHEQUES (EXERCICIO_085) QUANDO O PAGAMENTO E DE UMA DUPLICATA
      * QUE ESTA EM DUPL_INCOBRAVEIS. NA FUNCAO 'C' (CONSULTA) SO
      * DEVOLVE O CLIENTE E O SALDO AINDA RECUPERAVEL (FATURA MENOS
      * PAGO MENOS O JA RECUPERADO); NA FUNCAO 'L' (LANCAMENTO)
      * MARCA O REGISTRO BAIXADO COM A DATA E O VALOR RECUPERADO,
      * GRAVA O HISTORICO RECUPERACOES (QUE O DIARIO - EXERCICIO_040
      * - LANCA NO EVENTO RECUPERACAO E O RELATORIO MENSAL -
      * EXERCICIO_128 - IMPRIME) E A TRILHA DE AUDITORIA FINANCEIRA.
      * RESULTADO: 'S' ENCONTRADA NA CONSULTA, 'R' RECUPERACAO
      * LANCADA, 'N' NAO E INCOBRAVEL, 'E' VALOR ACIMA DO SALDO
      * BAIXADO, 'F' MES CONTABIL JA FECHADO (EXERCICIO_090). O
      * DINHEIRO DEIXA DE FICAR NA PLANILHA DE PENDENCIAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA_INCOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPL_INCOBRAVEIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_incobraveis.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-DUPL_INCOBRAVEIS.

           SELECT RECUPERACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\recuperacoes.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-RECUP.

           SELECT AUDIT_FINANCEIRO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD DUPL_INCOBRAVEIS.
       01 REG-DUPL_INCOBRAVEIS.
           COPY DUPLICATA.
           COPY BAIXAINC.

       FD RECUPERACOES.
       01 REG-RECUPERACAO.
           COPY RECUPERA.

       FD AUDIT_FINANCEIRO.
       01 REG-AUDIT-FINANCEIRO.
           COPY AUDITFIN.

       WORKING-STORAGE SECTION.
       77 WS-FS-DUPL_INCOBRAVEIS       PIC 99.
       77 WS-FS-RECUP                  PIC 99.
       77 WS-FS-AUDIT                  PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-ACHOU                     PIC X(001).
       77 WS-VL-RECUP-ANT              PIC S9(013)V9(002).
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

       LINKAGE SECTION.
       01 LK-FUNCAO                    PIC X(001).
       01 LK-NR-DUPLICATA              PIC 9(007).
       01 LK-DATA                      PIC 9(008).
       01 LK-VALOR                     PIC S9(013)V9(002).
       01 LK-FORMA                     PIC X(003).
       01 LK-ORIGEM                    PIC X(003).
       01 LK-OPERADOR                  PIC X(008).
       01 LK-COD-CLIENTE               PIC 9(005).
       01 LK-SALDO                     PIC S9(013)V9(002).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-FUNCAO, LK-NR-DUPLICATA, LK-DATA,
           LK-VALOR, LK-FORMA, LK-ORIGEM, LK-OPERADOR, LK-COD-CLIENTE,
           LK-SALDO, LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'N'   TO LK-RESULTADO
           MOVE ZEROS TO LK-COD-CLIENTE
           MOVE ZEROS TO LK-SALDO

           SET WS-FS-DUPL_INCOBRAVEIS TO 0.
           OPEN I-O DUPL_INCOBRAVEIS
           IF WS-FS-DUPL_INCOBRAVEIS EQUAL 35
               GOBACK
           END-IF

           PERFORM 1000-LOCALIZA-BAIXADA THRU 1000-LOCALIZA-BAIXADA-FIM
           IF WS-ACHOU NOT EQUAL 'S'
               GO TO ROT-FIM
           END-IF

           MOVE DUPL-COD-CLIENTE OF REG-DUPL_INCOBRAVEIS
               TO LK-COD-CLIENTE
           COMPUTE LK-SALDO =
               DUPL-VL-FATURA OF REG-DUPL_INCOBRAVEIS -
               DUPL-VL-PAGO OF REG-DUPL_INCOBRAVEIS -
               BAIXA-VL-RECUPERADO

           IF LK-FUNCAO EQUAL 'C'
               MOVE 'S' TO LK-RESULTADO
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-LANCA-RECUPERACAO
               THRU 2000-LANCA-RECUPERACAO-FIM.

       ROT-FIM.
           CLOSE DUPL_INCOBRAVEIS
           GOBACK.
      *
      **************************************
      * PROCURA A DUPLICATA NO ARQUIVO DE  *
      * INCOBRAVEIS (SEQUENCIAL): O        *
      * REGISTRO ACHADO FICA NA AREA PARA  *
      * O REWRITE                          *
      **************************************
      *
       1000-LOCALIZA-BAIXADA.
           MOVE 'N' TO WS-ACHOU
           SET WS-EOF TO 0

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_INCOBRAVEIS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DUPL-NR-DUPLICATA OF REG-DUPL_INCOBRAVEIS
                           EQUAL LK-NR-DUPLICATA
                           MOVE 'S' TO WS-ACHOU
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
       1000-LOCALIZA-BAIXADA-FIM.
           EXIT.
      *
      **************************************
      * LANCAMENTO DA RECUPERACAO: MARCA A *
      * BAIXADA, GRAVA O HISTORICO E A     *
      * AUDITORIA                          *
      **************************************
      *
       2000-LANCA-RECUPERACAO.
           MOVE LK-DATA TO WS-PC-DATA
           CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
           IF WS-PC-RESULTADO EQUAL 'F'
               MOVE 'F' TO LK-RESULTADO
               GO TO 2000-LANCA-RECUPERACAO-FIM
           END-IF

      *> A RECUPERACAO NUNCA PASSA DO SALDO QUE FOI BAIXADO; A SOBRA
      *> E TRATADA COMO EXCECAO PELO CHAMADOR.
           IF LK-VALOR NOT > ZEROS OR LK-VALOR > LK-SALDO
               MOVE 'E' TO LK-RESULTADO
               GO TO 2000-LANCA-RECUPERACAO-FIM
           END-IF

           MOVE BAIXA-VL-RECUPERADO TO WS-VL-RECUP-ANT
           ADD LK-VALOR TO BAIXA-VL-RECUPERADO
           MOVE LK-DATA TO BAIXA-DT-RECUPERACAO
           REWRITE REG-DUPL_INCOBRAVEIS
           SUBTRACT LK-VALOR FROM LK-SALDO

           SET WS-FS-RECUP TO 0.
           OPEN EXTEND RECUPERACOES
           IF WS-FS-RECUP EQUAL 35
               OPEN OUTPUT RECUPERACOES
           END-IF
           MOVE LK-NR-DUPLICATA TO REC-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_INCOBRAVEIS
               TO REC-COD-CLIENTE
           MOVE LK-DATA         TO REC-DT-RECUPERACAO
           MOVE LK-VALOR        TO REC-VL-RECUPERADO
           MOVE LK-FORMA        TO REC-FORMA
           MOVE LK-ORIGEM       TO REC-ORIGEM
           MOVE LK-OPERADOR     TO REC-OPERADOR
           MOVE BAIXA-DATA      TO REC-DT-BAIXA
           WRITE REG-RECUPERACAO
           CLOSE RECUPERACOES

      *> NA AUDITORIA OS CAMPOS DE PAGO LEVAM O RECUPERADO ANTES E
      *> DEPOIS; O STATUS DO MASTER CONTINUA 'BXA'.
           SET WS-FS-AUDIT TO 0.
           OPEN EXTEND AUDIT_FINANCEIRO
           IF WS-FS-AUDIT EQUAL 35
               OPEN OUTPUT AUDIT_FINANCEIRO
           END-IF
           MOVE 'RECUPERA'      TO FAUD-OPERACAO
           MOVE LK-NR-DUPLICATA TO FAUD-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_INCOBRAVEIS
               TO FAUD-COD-CLIENTE
           MOVE DUPL-VL-FATURA OF REG-DUPL_INCOBRAVEIS
               TO FAUD-VL-FATURA-ANT
           MOVE WS-VL-RECUP-ANT TO FAUD-VL-PAGO-ANT
           MOVE 'BXA'           TO FAUD-ST-ANT
           MOVE DUPL-VL-FATURA OF REG-DUPL_INCOBRAVEIS
               TO FAUD-VL-FATURA-NOVO
           MOVE BAIXA-VL-RECUPERADO TO FAUD-VL-PAGO-NOVO
           MOVE 'BXA'           TO FAUD-ST-NOVO
           MOVE LK-OPERADOR     TO FAUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO FAUD-DATA-HORA
           WRITE REG-AUDIT-FINANCEIRO
           CLOSE AUDIT_FINANCEIRO

           MOVE 'R' TO LK-RESULTADO.
       2000-LANCA-RECUPERACAO-FIM.
           EXIT.

       END PROGRAM RECUPERA_INCOB.
