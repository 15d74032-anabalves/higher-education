      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO ORCAMENTO ANUAL POR CONTA (ARQUIVO
      * ORCAMENTO, LAYOUT ORCAMENT.CPY): INCLUSAO DOS DOZE MESES DE
      * UMA CONTA NO ANO, ALTERACAO DE UM MES, CONSULTA, LISTAGEM DO
      * ANO COM O TOTAL ORCADO E EXCLUSAO (SO OPERADOR COM
      * OP-PODE-EXCLUIR). A CONTA PRECISA ESTAR CADASTRADA EM
      * ESTRUTURA_CONTAS (EXERCICIO_144), CUJA NATUREZA DA O SENTIDO
      * DO VALOR ORCADO. A CARGA EM LOTE E A COPIA DO REALIZADO DO
      * ANO ANTERIOR FICAM NO EXERCICIO_149.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_148.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\orcamento.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORC-CHAVE
           FILE STATUS IS WS-FS-ORC.

           SELECT ESTRUTURA_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estrutura_contas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ECT-CONTA
           FILE STATUS IS WS-FS-ECT.
       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO.
       01 REG-ORCAMENTO.
           COPY ORCAMENT.

       FD ESTRUTURA_CONTAS.
       01 REG-ESTRUTURA-CONTA.
           COPY ESTRCTA.

       WORKING-STORAGE SECTION.
       77 WS-FS-ORC         PIC 99.
       77 WS-FS-ECT         PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-CONTADOR       PIC 9(005).
       77 WS-MES            PIC 9(002).
       77 WS-ANO-LISTA      PIC 9(004).
       77 WS-ACHOU          PIC X(01).
       77 WS-VL-TOTAL       PIC S9(013)V9(002).
       77 WS-VL-TOTAL-ANO   PIC S9(013)V9(002).
       77 WS-VL-EDITADO     PIC -ZZZZZZZZZZZZ9.99.

       01 WS-HOJE-AAAAMMDD  PIC 9(008).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A EXCLUSAO
      *> EXIGE O FLAG DE EXCLUSAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_148'.
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
            DISPLAY '|-------[ ORCAMENTO POR CONTA ]-------|'
            DISPLAY "| 1 - INCLUIR ORCAMENTO DA CONTA      |"
            DISPLAY "| 2 - ALTERAR UM MES                  |"
            DISPLAY "| 3 - CONSULTAR CONTA                 |"
            DISPLAY "| 4 - LISTAR ORCAMENTO DO ANO         |"
            DISPLAY "| 5 - EXCLUIR ORCAMENTO DA CONTA      |"
            DISPLAY "| 99 - SAIR                           |"
            DISPLAY '|-------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO INC-001.
            IF W-OPCAO = 2
               GO TO ALT-001.
            IF W-OPCAO = 3
               GO TO CON-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 5
               GO TO EXC-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 5 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * INCLUSAO DO ORCAMENTO      *
      ******************************
      *
       INC-001.
            SET WS-FS-ORC TO 0.
            OPEN I-O ORCAMENTO
            IF WS-FS-ORC EQUAL 35
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO
               DISPLAY "* ARQUIVO ORCAMENTO SENDO CRIADO *"
            END-IF.

            DISPLAY "-------- INCLUSAO DO ORCAMENTO --------"
            INITIALIZE REG-ORCAMENTO
            PERFORM 5000-INFORMA-CHAVE THRU 5000-INFORMA-CHAVE-FIM
            IF WS-ACHOU NOT EQUAL 'S'
               CLOSE ORCAMENTO
               GO TO MENU-001.
            READ ORCAMENTO
                NOT INVALID KEY
                    DISPLAY "*** CONTA JA ORCADA NO ANO - USE A "
                        "ALTERACAO ***"
                    CLOSE ORCAMENTO
                    GO TO MENU-001
            END-READ.

            MOVE ZEROS TO WS-VL-TOTAL
            PERFORM 5100-INFORMA-MES THRU 5100-INFORMA-MES-FIM
                VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
            MOVE WS-VL-TOTAL TO WS-VL-EDITADO
            DISPLAY 'TOTAL ORCADO NO ANO: ' WS-VL-EDITADO

            SET ORC-DIGITADO TO TRUE
            MOVE WS-SIGN-OPERADOR TO ORC-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO ORC-DT-ALTERACAO.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE ORCAMENTO
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO INC-OPC.

            WRITE REG-ORCAMENTO
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO - FILE STATUS: "
                        WS-FS-ORC
                NOT INVALID KEY
                    DISPLAY "*** ORCAMENTO CADASTRADO ***"
            END-WRITE
            CLOSE ORCAMENTO
            GO TO MENU-001.
      *
      ******************************
      * ALTERACAO DE UM MES        *
      ******************************
      *
       ALT-001.
            SET WS-FS-ORC TO 0.
            OPEN I-O ORCAMENTO
            IF WS-FS-ORC EQUAL 35
                DISPLAY "* ARQUIVO ORCAMENTO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '-------- ALTERACAO DO ORCAMENTO --------'
            DISPLAY 'INFORME O ANO (AAAA):'
            ACCEPT ORC-ANO
            DISPLAY 'INFORME A CONTA:'
            ACCEPT ORC-CONTA
            READ ORCAMENTO
                INVALID KEY
                    DISPLAY "*** CONTA NAO ORCADA NO ANO ***"
                    CLOSE ORCAMENTO
                    GO TO MENU-001
            END-READ.

       ALT-002.
            DISPLAY 'INFORME O MES (01 A 12):'
            ACCEPT WS-MES
            IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "*** MES INVALIDO ***"
               GO TO ALT-002.

            MOVE ORC-VL-MES(WS-MES) TO WS-VL-EDITADO
            DISPLAY 'VALOR ATUAL: ' WS-VL-EDITADO
            DISPLAY 'NOVO VALOR DO MES:'
            ACCEPT ORC-VL-MES(WS-MES)

            SET ORC-DIGITADO TO TRUE
            MOVE WS-SIGN-OPERADOR TO ORC-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO ORC-DT-ALTERACAO
            REWRITE REG-ORCAMENTO
            END-REWRITE
            CLOSE ORCAMENTO
            DISPLAY "*** ORCAMENTO ALTERADO ***"
            GO TO MENU-001.
      *
      ******************************
      * CONSULTA DE UMA CONTA      *
      ******************************
      *
       CON-001.
            SET WS-FS-ORC TO 0.
            OPEN INPUT ORCAMENTO
            IF WS-FS-ORC EQUAL 35
                DISPLAY "* ARQUIVO ORCAMENTO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY 'INFORME O ANO (AAAA):'
            ACCEPT ORC-ANO
            DISPLAY 'INFORME A CONTA:'
            ACCEPT ORC-CONTA
            READ ORCAMENTO
                INVALID KEY
                    DISPLAY "*** CONTA NAO ORCADA NO ANO ***"
                NOT INVALID KEY
                    MOVE ZEROS TO WS-VL-TOTAL
                    PERFORM 5200-MOSTRA-MES THRU 5200-MOSTRA-MES-FIM
                        VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                    MOVE WS-VL-TOTAL TO WS-VL-EDITADO
                    DISPLAY ' TOTAL DO ANO: ' WS-VL-EDITADO
                    DISPLAY ' ORIGEM: ' ORC-ORIGEM
                        ' OPERADOR: ' ORC-OPERADOR
                        ' EM: ' ORC-DT-ALTERACAO
            END-READ
            CLOSE ORCAMENTO
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DO ANO            *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-ORC TO 0
            SET WS-CONTADOR TO 0
            MOVE ZEROS TO WS-VL-TOTAL-ANO
            OPEN INPUT ORCAMENTO
            IF WS-FS-ORC EQUAL 35
                DISPLAY "* ARQUIVO ORCAMENTO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY 'INFORME O ANO (AAAA):'
            ACCEPT WS-ANO-LISTA
            MOVE WS-ANO-LISTA TO ORC-ANO
            MOVE LOW-VALUES   TO ORC-CONTA
            START ORCAMENTO KEY IS NOT LESS THAN ORC-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            DISPLAY '-------- ORCAMENTO DO ANO ' WS-ANO-LISTA
                ' --------'
            PERFORM UNTIL WS-EOF = 1
               READ ORCAMENTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ORC-ANO NOT EQUAL WS-ANO-LISTA
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE ZEROS TO WS-VL-TOTAL
                           PERFORM VARYING WS-MES FROM 1 BY 1
                               UNTIL WS-MES > 12
                               ADD ORC-VL-MES(WS-MES) TO WS-VL-TOTAL
                           END-PERFORM
                           ADD WS-VL-TOTAL TO WS-VL-TOTAL-ANO
                           MOVE WS-VL-TOTAL TO WS-VL-EDITADO
                           DISPLAY ' CONTA: ' ORC-CONTA
                               ' TOTAL DO ANO: ' WS-VL-EDITADO
                               ' ORIGEM: ' ORC-ORIGEM
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            MOVE WS-VL-TOTAL-ANO TO WS-VL-EDITADO
            DISPLAY 'CONTAS ORCADAS: ' WS-CONTADOR
                ' SOMA DOS TOTAIS: ' WS-VL-EDITADO
            DISPLAY " "
            CLOSE ORCAMENTO
            GO TO MENU-001.
      *
      ******************************
      * EXCLUSAO DO ORCAMENTO      *
      ******************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM PERMISSAO DE EXCLUSAO ***"
               GO TO MENU-001.

            SET WS-FS-ORC TO 0.
            OPEN I-O ORCAMENTO
            IF WS-FS-ORC EQUAL 35
                DISPLAY "* ARQUIVO ORCAMENTO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY 'INFORME O ANO (AAAA):'
            ACCEPT ORC-ANO
            DISPLAY 'INFORME A CONTA:'
            ACCEPT ORC-CONTA
            READ ORCAMENTO
                INVALID KEY
                    DISPLAY "*** CONTA NAO ORCADA NO ANO ***"
                NOT INVALID KEY
                    DELETE ORCAMENTO RECORD
                        INVALID KEY
                            DISPLAY "*** ERRO NA EXCLUSAO - FILE "
                                "STATUS: " WS-FS-ORC
                        NOT INVALID KEY
                            DISPLAY "*** ORCAMENTO EXCLUIDO ***"
                    END-DELETE
            END-READ
            CLOSE ORCAMENTO
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      *> ANO E CONTA DO ORCAMENTO; A CONTA TEM DE EXISTIR NA
      *> ESTRUTURA DE CONTAS. WS-ACHOU = 'S' QUANDO A CHAVE SERVE.
       5000-INFORMA-CHAVE.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'INFORME O ANO (AAAA):'
            ACCEPT ORC-ANO
            IF ORC-ANO < 2000
               DISPLAY "*** ANO INVALIDO ***"
               GO TO 5000-INFORMA-CHAVE-FIM
            END-IF
            DISPLAY 'INFORME A CONTA:'
            ACCEPT ORC-CONTA

            SET WS-FS-ECT TO 0.
            OPEN INPUT ESTRUTURA_CONTAS
            IF WS-FS-ECT EQUAL 35
               DISPLAY "* ARQUIVO ESTRUTURA_CONTAS NAO EXISTE - "
                   "CADASTRE AS CONTAS NO EXERCICIO_144 *"
               GO TO 5000-INFORMA-CHAVE-FIM
            END-IF
            MOVE ORC-CONTA TO ECT-CONTA
            READ ESTRUTURA_CONTAS
                INVALID KEY
                    DISPLAY "*** CONTA NAO CADASTRADA EM "
                        "ESTRUTURA_CONTAS ***"
                NOT INVALID KEY
                    DISPLAY 'CONTA: ' ECT-DESCRICAO
                        ' NATUREZA: ' ECT-NATUREZA
                    MOVE 'S' TO WS-ACHOU
            END-READ
            CLOSE ESTRUTURA_CONTAS.
       5000-INFORMA-CHAVE-FIM.
            EXIT.
      *
       5100-INFORMA-MES.
            DISPLAY 'VALOR ORCADO DO MES ' WS-MES ':'
            ACCEPT ORC-VL-MES(WS-MES)
            ADD ORC-VL-MES(WS-MES) TO WS-VL-TOTAL.
       5100-INFORMA-MES-FIM.
            EXIT.
      *
       5200-MOSTRA-MES.
            MOVE ORC-VL-MES(WS-MES) TO WS-VL-EDITADO
            DISPLAY ' MES ' WS-MES ': ' WS-VL-EDITADO
            ADD ORC-VL-MES(WS-MES) TO WS-VL-TOTAL.
       5200-MOSTRA-MES-FIM.
            EXIT.

       END PROGRAM EXERCICIO_148.
