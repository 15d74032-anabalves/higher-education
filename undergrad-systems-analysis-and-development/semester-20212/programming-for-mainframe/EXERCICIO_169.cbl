      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ACEITACAO DAS PROPOSTAS DE PONTO DE REPOSICAO GERADAS
      * PELO CALCULO MENSAL PELO CONSUMO (EXERCICIO_168): LISTA AS
      * PROPOSTAS PENDENTES (TODAS OU DE UM DEPOSITO) COM A DEMANDA, O
      * PRAZO E O PONTO ATUAL AO LADO DO PROPOSTO, E O COMPRADOR
      * (OPERADOR COM O FLAG DE APROVACAO, OP-PODE-EXCLUIR) ACEITA OU
      * REJEITA UMA A UMA, OU ACEITA EM BLOCO TODAS AS PENDENTES. SO A
      * ACEITACAO GRAVA O PONTO E A SEGURANCA DO PRODUTO EM PONTO_DEP
      * (ORIGEM 'C', OPERADOR E DATA), E SO SE O PONTO EM VIGOR NAO
      * TIVER SIDO MEXIDO DESDE A PROPOSTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_169.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTAS_PONTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\propostas_ponto.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PPT-CHAVE
           FILE STATUS IS WS-FS-PROPOSTAS.

           SELECT PONTO_DEP ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\ponto_dep.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTD-CHAVE
           FILE STATUS IS WS-FS-PONTO.
       DATA DIVISION.
       FILE SECTION.
       FD PROPOSTAS_PONTO.
       01 REG-PROPOSTA-PONTO.
           COPY PROPPTO.

       FD PONTO_DEP.
       01 REG-PONTO-DEP.
           COPY PONTODEP.

       WORKING-STORAGE SECTION.
       77 WS-FS-PROPOSTAS   PIC 99.
       77 WS-FS-PONTO       PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-COD-DEPOSITO   PIC 9(002).
       77 WS-COD-PRODUTO    PIC 9(003).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-QTD-PENDENTES  PIC 9(005).
       77 WS-QTD-ACEITAS    PIC 9(005).
       77 WS-QTD-ALTERADAS  PIC 9(005).

      *> PONTO EM VIGOR NO DEPOSITO PARA O PRODUTO DA PROPOSTA: O
      *> PROPRIO DO PRODUTO, SENAO O GERAL DO DEPOSITO (PRODUTO 000).
       77 WS-PONTO-VIGOR    PIC 9(009).
       77 WS-SEGUR-VIGOR    PIC 9(009).
       77 WS-TEM-PROPRIO    PIC X(001).
       77 WS-PROPOSTA-OK    PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); ACEITAR OU
      *> REJEITAR EXIGE AINDA O FLAG DE APROVACAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_169'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            CALL 'SIGN_ON' USING WS-SIGN-PROGRAMA, WS-SIGN-OPERADOR,
                WS-SIGN-EXCLUIR, WS-SIGN-RESULTADO
            IF WS-SIGN-RESULTADO NOT EQUAL 'O'
               DISPLAY "*** ACESSO NEGADO ***"
               GOBACK.
       0010-INICIO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|--[ ACEITE DE PONTOS DE REPOSICAO ]---|'
            DISPLAY "| 1 - LISTAR PROPOSTAS PENDENTES       |"
            DISPLAY "| 2 - ACEITAR PROPOSTA                 |"
            DISPLAY "| 3 - REJEITAR PROPOSTA                |"
            DISPLAY "| 4 - ACEITAR TODAS AS PENDENTES       |"
            DISPLAY "| 99 - SAIR                            |"
            DISPLAY '|--------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO LIS-001.
            IF W-OPCAO = 2
               GO TO ACE-001.
            IF W-OPCAO = 3
               GO TO REJ-001.
            IF W-OPCAO = 4
               GO TO BLO-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS PENDENTES     *
      ******************************
      *
       LIS-001.
            DISPLAY 'INFORME O DEPOSITO (00 = TODOS):'
            ACCEPT WS-COD-DEPOSITO
            SET WS-EOF TO 0
            SET WS-FS-PROPOSTAS TO 0
            SET WS-QTD-PENDENTES TO 0
            OPEN INPUT PROPOSTAS_PONTO
            IF WS-FS-PROPOSTAS EQUAL 35
                DISPLAY "* ARQUIVO PROPOSTAS_PONTO NAO EXISTE *"
                GO TO MENU-001.

       LIS-002.
            DISPLAY '--- PROPOSTAS DE PONTO DE REPOSICAO PENDENTES ---'
            PERFORM UNTIL WS-EOF = 1
               READ PROPOSTAS_PONTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PPT-PENDENTE AND
                           (WS-COD-DEPOSITO EQUAL ZEROS OR
                            WS-COD-DEPOSITO EQUAL PPT-COD-DEPOSITO)
                           PERFORM LIS-LINHA THRU LIS-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'PROPOSTAS PENDENTES: ' WS-QTD-PENDENTES
            DISPLAY " "
            CLOSE PROPOSTAS_PONTO
            GO TO MENU-001.

       LIS-LINHA.
            DISPLAY ' DEPOSITO: ' PPT-COD-DEPOSITO
                    ' PRODUTO: ' PPT-COD-PRODUTO
                    ' EM: ' PPT-DT-PROPOSTA
                    ' PONTO ATUAL: ' PPT-PONTO-ATUAL
                    ' (' PPT-ORIGEM-ATUAL ')'
                    ' PROPOSTO: ' PPT-PONTO-PROPOSTO
            DISPLAY '    SEGURANCA ATUAL: ' PPT-SEGURANCA-ATUAL
                    ' PROPOSTA: ' PPT-SEGURANCA-PROPOSTA
            DISPLAY '    CONSUMO ' PPT-QTD-MESES ' MESES: '
                    PPT-DEMANDA-TOTAL
                    ' POR DIA: ' PPT-DEMANDA-DIARIA
                    ' DESVIO/DIA: ' PPT-DESVIO-DIARIO
                    ' PRAZO: ' PPT-PRAZO-DIAS
                    ' (' PPT-ORIGEM-PRAZO ')'
            ADD 1 TO WS-QTD-PENDENTES.
       LIS-LINHA-FIM.
            EXIT.
      *
      ******************************
      * ACEITE DE UMA PROPOSTA     *
      ******************************
      *
       ACE-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       ACE-002.
            DISPLAY 'INFORME O DEPOSITO DA PROPOSTA A ACEITAR:'
            ACCEPT WS-COD-DEPOSITO
            DISPLAY 'INFORME O PRODUTO DA PROPOSTA A ACEITAR:'
            ACCEPT WS-COD-PRODUTO

            SET WS-FS-PROPOSTAS TO 0.
            OPEN I-O PROPOSTAS_PONTO
            IF WS-FS-PROPOSTAS EQUAL 35
                DISPLAY "* ARQUIVO PROPOSTAS_PONTO NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-DEPOSITO TO PPT-COD-DEPOSITO
            MOVE WS-COD-PRODUTO  TO PPT-COD-PRODUTO
            READ PROPOSTAS_PONTO
                INVALID KEY
                    DISPLAY "*** PROPOSTA NAO ENCONTRADA ***"
                    CLOSE PROPOSTAS_PONTO
                    GO TO MENU-001
            END-READ

            IF NOT PPT-PENDENTE
                DISPLAY "*** PROPOSTA NAO ESTA PENDENTE (SITUACAO "
                    PPT-SITUACAO ") ***"
                CLOSE PROPOSTAS_PONTO
                GO TO MENU-001.

       ACE-003.
            PERFORM ABR-PONTO THRU ABR-PONTO-FIM
            PERFORM APL-PONTO THRU APL-PONTO-FIM
            CLOSE PONTO_DEP
            CLOSE PROPOSTAS_PONTO

            IF WS-PROPOSTA-OK NOT EQUAL 'S'
                DISPLAY "*** PONTO ALTERADO DESDE A PROPOSTA - "
                    "AGUARDE O PROXIMO CALCULO ***"
                GO TO MENU-001.

            DISPLAY "PONTO " PPT-PONTO-PROPOSTO " E SEGURANCA "
                PPT-SEGURANCA-PROPOSTA " DO PRODUTO " WS-COD-PRODUTO
                " NO DEPOSITO " WS-COD-DEPOSITO
            DISPLAY "ACEITOS PELO OPERADOR " WS-SIGN-OPERADOR " EM "
                WS-HOJE-AAAAMMDD "."
            GO TO MENU-001.
      *
      ******************************
      * REJEICAO DE UMA PROPOSTA   *
      ******************************
      *
       REJ-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       REJ-002.
            DISPLAY 'INFORME O DEPOSITO DA PROPOSTA A REJEITAR:'
            ACCEPT WS-COD-DEPOSITO
            DISPLAY 'INFORME O PRODUTO DA PROPOSTA A REJEITAR:'
            ACCEPT WS-COD-PRODUTO

            SET WS-FS-PROPOSTAS TO 0.
            OPEN I-O PROPOSTAS_PONTO
            IF WS-FS-PROPOSTAS EQUAL 35
                DISPLAY "* ARQUIVO PROPOSTAS_PONTO NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-DEPOSITO TO PPT-COD-DEPOSITO
            MOVE WS-COD-PRODUTO  TO PPT-COD-PRODUTO
            READ PROPOSTAS_PONTO
                INVALID KEY
                    DISPLAY "*** PROPOSTA NAO ENCONTRADA ***"
                    CLOSE PROPOSTAS_PONTO
                    GO TO MENU-001
            END-READ

            IF NOT PPT-PENDENTE
                DISPLAY "*** PROPOSTA NAO ESTA PENDENTE (SITUACAO "
                    PPT-SITUACAO ") ***"
                CLOSE PROPOSTAS_PONTO
                GO TO MENU-001.

       REJ-003.
            MOVE 'R'              TO PPT-SITUACAO
            MOVE WS-SIGN-OPERADOR TO PPT-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO PPT-DT-DECISAO
            REWRITE REG-PROPOSTA-PONTO
            CLOSE PROPOSTAS_PONTO

            DISPLAY "PROPOSTA DO PRODUTO " WS-COD-PRODUTO
                " NO DEPOSITO " WS-COD-DEPOSITO
                " REJEITADA PELO OPERADOR " WS-SIGN-OPERADOR "."
            GO TO MENU-001.
      *
      ******************************
      * ACEITE EM BLOCO DE TODAS   *
      * AS PENDENTES               *
      ******************************
      *
       BLO-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       BLO-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "ACEITA TODAS AS PROPOSTAS PENDENTES (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* ACEITE EM BLOCO CANCELADO *"
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO BLO-OPC.

       BLO-002.
            SET WS-EOF TO 0
            SET WS-QTD-ACEITAS TO 0
            SET WS-QTD-ALTERADAS TO 0
            SET WS-FS-PROPOSTAS TO 0.
            OPEN I-O PROPOSTAS_PONTO
            IF WS-FS-PROPOSTAS EQUAL 35
                DISPLAY "* ARQUIVO PROPOSTAS_PONTO NAO EXISTE *"
                GO TO MENU-001.
            PERFORM ABR-PONTO THRU ABR-PONTO-FIM

            PERFORM UNTIL WS-EOF = 1
               READ PROPOSTAS_PONTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PPT-PENDENTE
                           PERFORM APL-PONTO THRU APL-PONTO-FIM
                           IF WS-PROPOSTA-OK EQUAL 'S'
                               ADD 1 TO WS-QTD-ACEITAS
                           ELSE
                               ADD 1 TO WS-QTD-ALTERADAS
                           END-IF
                       END-IF
               END-READ
            END-PERFORM

            CLOSE PONTO_DEP
            CLOSE PROPOSTAS_PONTO

            DISPLAY "PROPOSTAS ACEITAS: " WS-QTD-ACEITAS
                " PELO OPERADOR " WS-SIGN-OPERADOR
      *> AS QUE FICARAM SAO AS DE PONTO MEXIDO DESDE A PROPOSTA.
            IF WS-QTD-ALTERADAS > ZEROS
                DISPLAY "MANTIDAS PENDENTES (PONTO ALTERADO DESDE A "
                    "PROPOSTA): " WS-QTD-ALTERADAS
            END-IF
            DISPLAY " "
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      ******************************
      * ABERTURA DE PONTO_DEP,     *
      * CRIANDO SE NAO EXISTIR     *
      ******************************
      *
       ABR-PONTO.
            SET WS-FS-PONTO TO 0.
            OPEN I-O PONTO_DEP
            IF WS-FS-PONTO EQUAL 35
                OPEN OUTPUT PONTO_DEP
                CLOSE PONTO_DEP
                OPEN I-O PONTO_DEP
            END-IF.
       ABR-PONTO-FIM.
            EXIT.
      *
      ******************************
      * GRAVA O PONTO PROPOSTO EM  *
      * PONTO_DEP E ENCERRA A      *
      * PROPOSTA COMO ACEITA       *
      ******************************
      *
       APL-PONTO.
            MOVE 'N'    TO WS-PROPOSTA-OK
            MOVE 'N'    TO WS-TEM-PROPRIO
            MOVE ZEROS  TO WS-PONTO-VIGOR
            MOVE ZEROS  TO WS-SEGUR-VIGOR

            MOVE PPT-COD-DEPOSITO TO PTD-COD-DEPOSITO
            MOVE ZEROS            TO PTD-COD-PRODUTO
            READ PONTO_DEP
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PTD-PONTO-REPOSICAO   TO WS-PONTO-VIGOR
                    MOVE PTD-ESTOQUE-SEGURANCA TO WS-SEGUR-VIGOR
            END-READ

            MOVE PPT-COD-DEPOSITO TO PTD-COD-DEPOSITO
            MOVE PPT-COD-PRODUTO  TO PTD-COD-PRODUTO
            READ PONTO_DEP
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-TEM-PROPRIO
                    MOVE PTD-PONTO-REPOSICAO   TO WS-PONTO-VIGOR
                    MOVE PTD-ESTOQUE-SEGURANCA TO WS-SEGUR-VIGOR
            END-READ

      *> A PROPOSTA FOI CALCULADA SOBRE O PONTO DA EPOCA; SE ELE FOI
      *> ALTERADO DEPOIS, ELA NAO VALE MAIS.
            IF WS-PONTO-VIGOR NOT EQUAL PPT-PONTO-ATUAL OR
                WS-SEGUR-VIGOR NOT EQUAL PPT-SEGURANCA-ATUAL
                GO TO APL-PONTO-FIM
            END-IF
            IF PPT-ATUAL-PRODUTO AND WS-TEM-PROPRIO NOT EQUAL 'S'
                GO TO APL-PONTO-FIM
            END-IF
            IF NOT PPT-ATUAL-PRODUTO AND WS-TEM-PROPRIO EQUAL 'S'
                GO TO APL-PONTO-FIM
            END-IF

            MOVE PPT-COD-DEPOSITO       TO PTD-COD-DEPOSITO
            MOVE PPT-COD-PRODUTO        TO PTD-COD-PRODUTO
            MOVE PPT-PONTO-PROPOSTO     TO PTD-PONTO-REPOSICAO
            MOVE PPT-SEGURANCA-PROPOSTA TO PTD-ESTOQUE-SEGURANCA
            MOVE 'C'                    TO PTD-ORIGEM
            MOVE WS-SIGN-OPERADOR       TO PTD-OPERADOR
            MOVE WS-HOJE-AAAAMMDD       TO PTD-DT-ALTERACAO
            IF WS-TEM-PROPRIO EQUAL 'S'
                REWRITE REG-PONTO-DEP
            ELSE
                WRITE REG-PONTO-DEP
            END-IF

            MOVE 'A'              TO PPT-SITUACAO
            MOVE WS-SIGN-OPERADOR TO PPT-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO PPT-DT-DECISAO
            REWRITE REG-PROPOSTA-PONTO
            MOVE 'S' TO WS-PROPOSTA-OK.
       APL-PONTO-FIM.
            EXIT.

       END PROGRAM EXERCICIO_169.
