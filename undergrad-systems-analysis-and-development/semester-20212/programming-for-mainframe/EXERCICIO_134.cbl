      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: APROVACAO DAS PROPOSTAS DE REVISAO DE LIMITE DE
      * CREDITO GERADAS PELA REVISAO TRIMESTRAL (EXERCICIO_133): LISTA
      * AS PROPOSTAS PENDENTES COM OS INDICADORES E O MOTIVO, E O
      * GERENTE DE CREDITO (OPERADOR COM O FLAG DE APROVACAO,
      * OP-PODE-EXCLUIR) APROVA OU REJEITA CADA UMA. SO A APROVACAO
      * ALTERA LIMITE_CREDITO (NOVO LIMITE OU BLOQUEIO), E SO SE O
      * LIMITE NAO TIVER SIDO MEXIDO DESDE A PROPOSTA; CADA ALTERACAO
      * FICA NO HISTORICO LIMITE_HIST COM O LIMITE E O BLOQUEIO ANTES
      * E DEPOIS, O OPERADOR E A DATA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_134.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTAS_LIMITE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\propostas_limite.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRL-COD-CLIENTE
           FILE STATUS IS WS-FS-PROPOSTAS.

           SELECT LIMITE_CREDITO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\limite_credito.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LIM-COD-CLIENTE
           FILE STATUS IS WS-FS-LIMITE.

           SELECT LIMITE_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\limite_hist.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD PROPOSTAS_LIMITE.
       01 REG-PROPOSTA-LIMITE.
           COPY LIMPROP.

       FD LIMITE_CREDITO.
       01 REG-LIMITE-CREDITO.
           03 LIM-COD-CLIENTE          PIC 9(005).
           03 LIM-VL-LIMITE            PIC S9(013)V9(002).
           03 LIM-FLAG-BLOQUEIO        PIC X(001).
              88 LIM-CLIENTE-BLOQUEADO VALUE 'S'.

      *> HISTORICO DAS ALTERACOES DE LIMITE, NO MOLDE DO HISTORICO DE
      *> PRECOS (PRECO_HIST, EXERCICIO_009).
       FD LIMITE_HIST.
       01 REG-LIMITE-HIST.
           03 HLIM-COD-CLIENTE         PIC 9(005).
           03 HLIM-DT-ALTERACAO        PIC 9(008).
           03 HLIM-ACAO                PIC X(003).
           03 HLIM-VL-LIMITE-ANT       PIC S9(013)V9(002).
           03 HLIM-VL-LIMITE-NOVO      PIC S9(013)V9(002).
           03 HLIM-BLOQUEIO-ANT        PIC X(001).
           03 HLIM-BLOQUEIO-NOVO       PIC X(001).
           03 HLIM-OPERADOR            PIC X(008).

       WORKING-STORAGE SECTION.
       77 WS-FS-PROPOSTAS   PIC 99.
       77 WS-FS-LIMITE      PIC 99.
       77 WS-FS-HIST        PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 WS-COD-CLIENTE    PIC 9(005).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-QTD-PENDENTES  PIC 9(003).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); APROVAR OU
      *> REJEITAR EXIGE AINDA O FLAG DE APROVACAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_134'.
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
            DISPLAY '|--[ APROVACAO DE LIMITES DE CREDITO ]-|'
            DISPLAY "| 1 - LISTAR PROPOSTAS PENDENTES       |"
            DISPLAY "| 2 - APROVAR PROPOSTA                 |"
            DISPLAY "| 3 - REJEITAR PROPOSTA                |"
            DISPLAY "| 99 - SAIR                            |"
            DISPLAY '|--------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO LIS-001.
            IF W-OPCAO = 2
               GO TO APR-001.
            IF W-OPCAO = 3
               GO TO REJ-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS PENDENTES     *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-PROPOSTAS TO 0
            SET WS-QTD-PENDENTES TO 0
            OPEN INPUT PROPOSTAS_LIMITE
            IF WS-FS-PROPOSTAS EQUAL 35
                DISPLAY "* ARQUIVO PROPOSTAS_LIMITE NAO EXISTE *"
                GO TO MENU-001.

       LIS-002.
            DISPLAY '------ PROPOSTAS DE LIMITE PENDENTES ------'
            PERFORM UNTIL WS-EOF = 1
               READ PROPOSTAS_LIMITE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PRL-PENDENTE
                           PERFORM LIS-LINHA THRU LIS-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'PROPOSTAS PENDENTES: ' WS-QTD-PENDENTES
            DISPLAY " "
            CLOSE PROPOSTAS_LIMITE
            GO TO MENU-001.

       LIS-LINHA.
            DISPLAY ' CLIENTE: ' PRL-COD-CLIENTE
                    ' PROPOSTA: ' PRL-ACAO
                    ' EM: ' PRL-DT-PROPOSTA
                    ' LIMITE ATUAL: ' PRL-VL-LIMITE-ATUAL
                    ' PROPOSTO: ' PRL-VL-LIMITE-NOVO
            DISPLAY '    MEDIA DIAS: ' PRL-MEDIA-DIAS
                    ' ATRASO %: ' PRL-PCT-ATRASO
                    ' QUEBRADOS: ' PRL-QTD-QUEBRADOS
                    ' COMPRAS TRIM.: ' PRL-VL-COMPRAS
            DISPLAY '    MOTIVO: ' PRL-MOTIVO
            ADD 1 TO WS-QTD-PENDENTES.
       LIS-LINHA-FIM.
            EXIT.
      *
      ******************************
      * APROVACAO DE UMA PROPOSTA  *
      ******************************
      *
       APR-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       APR-002.
            DISPLAY 'INFORME O CLIENTE DA PROPOSTA A APROVAR:'
            ACCEPT WS-COD-CLIENTE

            SET WS-FS-PROPOSTAS TO 0.
            OPEN I-O PROPOSTAS_LIMITE
            IF WS-FS-PROPOSTAS EQUAL 35
                DISPLAY "* ARQUIVO PROPOSTAS_LIMITE NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-CLIENTE TO PRL-COD-CLIENTE
            READ PROPOSTAS_LIMITE
                INVALID KEY
                    DISPLAY "*** PROPOSTA NAO ENCONTRADA ***"
                    CLOSE PROPOSTAS_LIMITE
                    GO TO MENU-001
            END-READ

            IF NOT PRL-PENDENTE
                DISPLAY "*** PROPOSTA NAO ESTA PENDENTE (SITUACAO "
                    PRL-SITUACAO ") ***"
                CLOSE PROPOSTAS_LIMITE
                GO TO MENU-001.

       APR-003.
            SET WS-FS-LIMITE TO 0.
            OPEN I-O LIMITE_CREDITO
            IF WS-FS-LIMITE EQUAL 35
                DISPLAY "* ARQUIVO LIMITE_CREDITO NAO EXISTE *"
                CLOSE PROPOSTAS_LIMITE
                GO TO MENU-001.

            MOVE WS-COD-CLIENTE TO LIM-COD-CLIENTE
            READ LIMITE_CREDITO
                INVALID KEY
                    DISPLAY "*** CLIENTE SEM LIMITE CADASTRADO ***"
                    CLOSE LIMITE_CREDITO
                    CLOSE PROPOSTAS_LIMITE
                    GO TO MENU-001
            END-READ

      *> A PROPOSTA FOI CALCULADA SOBRE O LIMITE DA EPOCA; SE O LIMITE
      *> FOI ALTERADO OU BLOQUEADO DEPOIS, ELA NAO VALE MAIS.
            IF LIM-VL-LIMITE NOT EQUAL PRL-VL-LIMITE-ATUAL OR
                LIM-CLIENTE-BLOQUEADO
                DISPLAY "*** LIMITE ALTERADO DESDE A PROPOSTA - "
                    "AGUARDE A PROXIMA REVISAO ***"
                CLOSE LIMITE_CREDITO
                CLOSE PROPOSTAS_LIMITE
                GO TO MENU-001.

       APR-004.
            MOVE LIM-COD-CLIENTE   TO HLIM-COD-CLIENTE
            MOVE WS-HOJE-AAAAMMDD  TO HLIM-DT-ALTERACAO
            MOVE PRL-ACAO          TO HLIM-ACAO
            MOVE LIM-VL-LIMITE     TO HLIM-VL-LIMITE-ANT
            MOVE LIM-FLAG-BLOQUEIO TO HLIM-BLOQUEIO-ANT
            MOVE WS-SIGN-OPERADOR  TO HLIM-OPERADOR

            IF PRL-BLOQUEIO
                MOVE 'S' TO LIM-FLAG-BLOQUEIO
            ELSE
                MOVE PRL-VL-LIMITE-NOVO TO LIM-VL-LIMITE
            END-IF
            REWRITE REG-LIMITE-CREDITO
            CLOSE LIMITE_CREDITO

            MOVE LIM-VL-LIMITE     TO HLIM-VL-LIMITE-NOVO
            MOVE LIM-FLAG-BLOQUEIO TO HLIM-BLOQUEIO-NOVO
            SET WS-FS-HIST TO 0.
            OPEN EXTEND LIMITE_HIST
            IF WS-FS-HIST EQUAL 35
                OPEN OUTPUT LIMITE_HIST
            END-IF
            WRITE REG-LIMITE-HIST
            CLOSE LIMITE_HIST

            MOVE 'A'              TO PRL-SITUACAO
            MOVE WS-SIGN-OPERADOR TO PRL-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO PRL-DT-DECISAO
            REWRITE REG-PROPOSTA-LIMITE
            CLOSE PROPOSTAS_LIMITE

            DISPLAY "PROPOSTA " PRL-ACAO " DO CLIENTE " WS-COD-CLIENTE
                " APROVADA PELO OPERADOR " WS-SIGN-OPERADOR " EM "
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
            DISPLAY 'INFORME O CLIENTE DA PROPOSTA A REJEITAR:'
            ACCEPT WS-COD-CLIENTE

            SET WS-FS-PROPOSTAS TO 0.
            OPEN I-O PROPOSTAS_LIMITE
            IF WS-FS-PROPOSTAS EQUAL 35
                DISPLAY "* ARQUIVO PROPOSTAS_LIMITE NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-CLIENTE TO PRL-COD-CLIENTE
            READ PROPOSTAS_LIMITE
                INVALID KEY
                    DISPLAY "*** PROPOSTA NAO ENCONTRADA ***"
                    CLOSE PROPOSTAS_LIMITE
                    GO TO MENU-001
            END-READ

            IF NOT PRL-PENDENTE
                DISPLAY "*** PROPOSTA NAO ESTA PENDENTE (SITUACAO "
                    PRL-SITUACAO ") ***"
                CLOSE PROPOSTAS_LIMITE
                GO TO MENU-001.

       REJ-003.
            MOVE 'R'              TO PRL-SITUACAO
            MOVE WS-SIGN-OPERADOR TO PRL-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO PRL-DT-DECISAO
            REWRITE REG-PROPOSTA-LIMITE
            CLOSE PROPOSTAS_LIMITE

            DISPLAY "PROPOSTA DO CLIENTE " WS-COD-CLIENTE
                " REJEITADA PELO OPERADOR " WS-SIGN-OPERADOR "."
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_134.
