      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REVISAO DOS PARES DE CLIENTES CANDIDATOS A DUPLICADOS
      * APONTADOS PELA DETECCAO MENSAL (EXERCICIO_199): LISTA OS PARES
      * PENDENTES COM A PONTUACAO E OS DADOS QUE COINCIDIRAM, E O
      * REVISOR (OPERADOR COM O FLAG DE APROVACAO, OP-PODE-EXCLUIR)
      * CONFIRMA A UNIFICACAO, ESCOLHENDO O CLIENTE SOBREVIVENTE, OU
      * MARCA O PAR COMO NAO DUPLICADO. O PAR CONFIRMADO VAI PARA
      * UNIFICA_PARES, QUE A UNIFICACAO (EXERCICIO_066) PROCESSA EM
      * LOTE; O PAR MARCADO COMO NAO DUPLICADO FICA EM DUP_CANDIDATOS
      * E NAO VOLTA NAS PROXIMAS DETECCOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_200.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP_CANDIDATOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dup_candidatos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DCD-CHAVE
           FILE STATUS IS WS-FS-CANDIDATOS.

           SELECT UNIFICA_PARES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\unifica_pares.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS UNP-COD-DUPLICADO
           FILE STATUS IS WS-FS-PARES.
       DATA DIVISION.
       FILE SECTION.
       FD DUP_CANDIDATOS.
       01 REG-DUP-CANDIDATO.
           COPY DUPCAND.

       FD UNIFICA_PARES.
       01 REG-UNIFICA-PAR.
           COPY UNIFPAR.

       WORKING-STORAGE SECTION.
       77 WS-FS-CANDIDATOS  PIC 99.
       77 WS-FS-PARES       PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 WS-COD-A          PIC 9(005).
       77 WS-COD-B          PIC 9(005).
       77 WS-COD-TROCA      PIC 9(005).
       77 WS-COD-SOBREVIVENTE PIC 9(005).
       77 WS-COD-DUPLICADO  PIC 9(005).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-QTD-PENDENTES  PIC 9(006).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); DECIDIR UM PAR
      *> EXIGE AINDA O FLAG DE APROVACAO (OP-PODE-EXCLUIR), POIS A
      *> UNIFICACAO EXCLUI O CADASTRO DUPLICADO.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_200'.
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
            DISPLAY '|--[ REVISAO DE CLIENTES DUPLICADOS ]--|'
            DISPLAY "| 1 - LISTAR PARES PENDENTES           |"
            DISPLAY "| 2 - CONFIRMAR UNIFICACAO DO PAR      |"
            DISPLAY "| 3 - MARCAR PAR COMO NAO DUPLICADO    |"
            DISPLAY "| 99 - SAIR                            |"
            DISPLAY '|--------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO LIS-001.
            IF W-OPCAO = 2
               GO TO UNI-001.
            IF W-OPCAO = 3
               GO TO NAO-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS PENDENTES     *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-CANDIDATOS TO 0
            SET WS-QTD-PENDENTES TO 0
            OPEN INPUT DUP_CANDIDATOS
            IF WS-FS-CANDIDATOS EQUAL 35
                DISPLAY "* ARQUIVO DUP_CANDIDATOS NAO EXISTE *"
                GO TO MENU-001.

       LIS-002.
            DISPLAY '------ PARES CANDIDATOS PENDENTES ------'
            DISPLAY ' (S = IGUAL, P = NOME PARCIAL, N = DIFERENTE)'
            PERFORM UNTIL WS-EOF = 1
               READ DUP_CANDIDATOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DCD-PENDENTE
                           PERFORM LIS-LINHA THRU LIS-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'PARES PENDENTES: ' WS-QTD-PENDENTES
            DISPLAY " "
            CLOSE DUP_CANDIDATOS
            GO TO MENU-001.

       LIS-LINHA.
            DISPLAY ' PAR: ' DCD-COD-CLIENTE-A ' X ' DCD-COD-CLIENTE-B
                    ' PONTOS: ' DCD-PONTOS
                    ' EM: ' DCD-DT-DETECCAO
            DISPLAY '    NOME: ' DCD-CRIT-NOME
                    ' TELEFONE: ' DCD-CRIT-TELEFONE
                    ' E-MAIL: ' DCD-CRIT-EMAIL
                    ' ENDERECO: ' DCD-CRIT-ENDERECO
                    ' CPF/CNPJ: ' DCD-CRIT-DOCTO
            ADD 1 TO WS-QTD-PENDENTES.
       LIS-LINHA-FIM.
            EXIT.
      *
      ******************************
      * CONFIRMACAO DA UNIFICACAO  *
      ******************************
      *
       UNI-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       UNI-002.
            DISPLAY 'INFORME O CODIGO DE UM CLIENTE DO PAR:'
            ACCEPT WS-COD-A
            DISPLAY 'INFORME O CODIGO DO OUTRO CLIENTE DO PAR:'
            ACCEPT WS-COD-B
            IF WS-COD-A > WS-COD-B
                MOVE WS-COD-A     TO WS-COD-TROCA
                MOVE WS-COD-B     TO WS-COD-A
                MOVE WS-COD-TROCA TO WS-COD-B
            END-IF

            SET WS-FS-CANDIDATOS TO 0.
            OPEN I-O DUP_CANDIDATOS
            IF WS-FS-CANDIDATOS EQUAL 35
                DISPLAY "* ARQUIVO DUP_CANDIDATOS NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-A TO DCD-COD-CLIENTE-A
            MOVE WS-COD-B TO DCD-COD-CLIENTE-B
            READ DUP_CANDIDATOS
                INVALID KEY
                    DISPLAY "*** PAR NAO ENCONTRADO ***"
                    CLOSE DUP_CANDIDATOS
                    GO TO MENU-001
            END-READ

            IF NOT DCD-PENDENTE
                DISPLAY "*** PAR NAO ESTA PENDENTE (SITUACAO "
                    DCD-SITUACAO ") ***"
                CLOSE DUP_CANDIDATOS
                GO TO MENU-001.

       UNI-003.
            DISPLAY 'INFORME O CLIENTE SOBREVIVENTE (' WS-COD-A
                ' OU ' WS-COD-B '):'
            ACCEPT WS-COD-SOBREVIVENTE
            EVALUATE WS-COD-SOBREVIVENTE
                WHEN WS-COD-A
                    MOVE WS-COD-B TO WS-COD-DUPLICADO
                WHEN WS-COD-B
                    MOVE WS-COD-A TO WS-COD-DUPLICADO
                WHEN OTHER
                    DISPLAY "*** O SOBREVIVENTE TEM DE SER UM DOS "
                        "DOIS CLIENTES DO PAR ***"
                    CLOSE DUP_CANDIDATOS
                    GO TO MENU-001
            END-EVALUATE.

       UNI-004.
            SET WS-FS-PARES TO 0.
            OPEN I-O UNIFICA_PARES
            IF WS-FS-PARES EQUAL 35
                OPEN OUTPUT UNIFICA_PARES
                CLOSE UNIFICA_PARES
                OPEN I-O UNIFICA_PARES
            END-IF

      *> O SOBREVIVENTE NAO PODE ESTAR ELE MESMO ESPERANDO PARA SER
      *> UNIFICADO EM OUTRO CLIENTE.
            MOVE WS-COD-SOBREVIVENTE TO UNP-COD-DUPLICADO
            READ UNIFICA_PARES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF UNP-PENDENTE
                        DISPLAY "*** O SOBREVIVENTE JA ESTA "
                            "CONFIRMADO PARA SER UNIFICADO NO "
                            "CLIENTE " UNP-COD-SOBREVIVENTE " ***"
                        CLOSE UNIFICA_PARES
                        CLOSE DUP_CANDIDATOS
                        GO TO MENU-001
                    END-IF
            END-READ

            MOVE WS-COD-DUPLICADO    TO UNP-COD-DUPLICADO
            MOVE WS-COD-SOBREVIVENTE TO UNP-COD-SOBREVIVENTE
            MOVE WS-HOJE-AAAAMMDD    TO UNP-DT-CONFIRMACAO
            MOVE WS-SIGN-OPERADOR    TO UNP-OPERADOR
            MOVE 'P'                 TO UNP-SITUACAO
            MOVE ZEROS               TO UNP-DT-PROCESSO
            MOVE SPACES              TO UNP-MOTIVO
            WRITE REG-UNIFICA-PAR
                INVALID KEY
                    DISPLAY "*** O CLIENTE " WS-COD-DUPLICADO
                        " JA FOI CONFIRMADO EM OUTRO PAR ***"
                    CLOSE UNIFICA_PARES
                    CLOSE DUP_CANDIDATOS
                    GO TO MENU-001
            END-WRITE
            CLOSE UNIFICA_PARES

            MOVE 'M'                 TO DCD-SITUACAO
            MOVE WS-COD-SOBREVIVENTE TO DCD-COD-SOBREVIVENTE
            MOVE WS-SIGN-OPERADOR    TO DCD-OPERADOR
            MOVE WS-HOJE-AAAAMMDD    TO DCD-DT-DECISAO
            REWRITE REG-DUP-CANDIDATO
            CLOSE DUP_CANDIDATOS

            DISPLAY "CLIENTE " WS-COD-DUPLICADO
                " CONFIRMADO PARA UNIFICACAO NO CLIENTE "
                WS-COD-SOBREVIVENTE " PELO OPERADOR " WS-SIGN-OPERADOR
                "."
            GO TO MENU-001.
      *
      ******************************
      * PAR QUE NAO E DUPLICADO    *
      ******************************
      *
       NAO-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       NAO-002.
            DISPLAY 'INFORME O CODIGO DE UM CLIENTE DO PAR:'
            ACCEPT WS-COD-A
            DISPLAY 'INFORME O CODIGO DO OUTRO CLIENTE DO PAR:'
            ACCEPT WS-COD-B
            IF WS-COD-A > WS-COD-B
                MOVE WS-COD-A     TO WS-COD-TROCA
                MOVE WS-COD-B     TO WS-COD-A
                MOVE WS-COD-TROCA TO WS-COD-B
            END-IF

            SET WS-FS-CANDIDATOS TO 0.
            OPEN I-O DUP_CANDIDATOS
            IF WS-FS-CANDIDATOS EQUAL 35
                DISPLAY "* ARQUIVO DUP_CANDIDATOS NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-COD-A TO DCD-COD-CLIENTE-A
            MOVE WS-COD-B TO DCD-COD-CLIENTE-B
            READ DUP_CANDIDATOS
                INVALID KEY
                    DISPLAY "*** PAR NAO ENCONTRADO ***"
                    CLOSE DUP_CANDIDATOS
                    GO TO MENU-001
            END-READ

            IF NOT DCD-PENDENTE
                DISPLAY "*** PAR NAO ESTA PENDENTE (SITUACAO "
                    DCD-SITUACAO ") ***"
                CLOSE DUP_CANDIDATOS
                GO TO MENU-001.

       NAO-003.
            MOVE 'N'              TO DCD-SITUACAO
            MOVE ZEROS            TO DCD-COD-SOBREVIVENTE
            MOVE WS-SIGN-OPERADOR TO DCD-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO DCD-DT-DECISAO
            REWRITE REG-DUP-CANDIDATO
            CLOSE DUP_CANDIDATOS

            DISPLAY "PAR " WS-COD-A " X " WS-COD-B
                " MARCADO COMO NAO DUPLICADO PELO OPERADOR "
                WS-SIGN-OPERADOR "."
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_200.
