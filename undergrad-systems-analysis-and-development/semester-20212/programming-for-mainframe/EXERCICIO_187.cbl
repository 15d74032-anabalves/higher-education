      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CADASTRO DE SALAS (ARQUIVO SALAS, SALA.CPY): CODIGO
      * (O MESMO QUE VAI EM TURMA-SALA), PREDIO, NUMERO DE LUGARES E
      * TIPO (SALA, LABORATORIO OU AUDITORIO). A SALA PASSA A SER
      * CONFERIDA NO CADASTRO DE TURMAS (EXERCICIO_050), QUE RECUSA
      * SALA NAO CADASTRADA, CAPACIDADE ACIMA DOS LUGARES E DUAS
      * TURMAS NA MESMA SALA E HORARIO. ALEM DA MANUTENCAO, IMPRIME A
      * GRADE DE OCUPACAO DAS SALAS NO PERIODO (CADA SALA COM AS
      * TURMAS E HORARIOS QUE A OCUPAM). SALA EM USO POR ALGUMA TURMA
      * NAO PODE SER EXCLUIDA; A EXCLUSAO SEGUE A PERMISSAO DE
      * EXCLUIR DO OPERADOR NO SIGN-ON. OS CONFLITOS JA EXISTENTES NA
      * BASE SAO LISTADOS PELA VARREDURA EXERCICIO_188.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_187.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\salas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS SALA-CODIGO
           FILE STATUS     IS WS-FS-SALA.

           SELECT TURMAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turmas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-TURMA
           FILE STATUS IS WS-FS-TURMAS.
       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
       01 REG-SALA.
           COPY SALA.

       FD TURMAS.
       01 REG-TURMA.
           03 CHAVE-TURMA.
               05 TURMA-COD-DISCIPLINA    PIC X(06).
               05 TURMA-PERIODO           PIC X(06).
               05 TURMA-SECAO             PIC X(03).
           03 TURMA-CAPACIDADE            PIC 9(03).
           03 TURMA-VAGAS-OCUP            PIC 9(03).
           03 TURMA-HORARIO               PIC X(10).
           03 TURMA-SALA                  PIC X(06).

       WORKING-STORAGE SECTION.
       77 WS-FS-SALA        PIC 99.
       77 WS-FS-TURMAS      PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 W-OPCAO           PIC 99.
       77 WS-CONFIRMA       PIC X(001).
       77 WS-EM-USO         PIC X(001).
       77 WS-PERIODO-GRADE  PIC X(006).
       77 WS-IDX            PIC 9(003).
       77 WS-QTD-OCUP       PIC 9(003).
       77 WS-QTD-SALA       PIC 9(003).
       77 WS-SEM-CADASTRO   PIC 9(003).

      *> TURMAS DO PERIODO DA GRADE DE OCUPACAO, COM A MARCA DE
      *> JA IMPRESSA SOB UMA SALA CADASTRADA.
       01 WS-TAB-OCUPACAO.
           03 WS-OCP-ITEM OCCURS 500 TIMES.
              05 WS-OCP-SALA           PIC X(006).
              05 WS-OCP-HORARIO        PIC X(010).
              05 WS-OCP-DISCIPLINA     PIC X(006).
              05 WS-OCP-SECAO          PIC X(003).
              05 WS-OCP-VAGAS          PIC 9(003).
              05 WS-OCP-CAPACIDADE     PIC 9(003).
              05 WS-OCP-IMPRESSA       PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_187'.
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
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|--[ CADASTRO DE SALAS ]------------|'
            DISPLAY "| 1 - CADASTRAR / ALTERAR SALA      |"
            DISPLAY "| 2 - CONSULTAR SALA                |"
            DISPLAY "| 3 - EXCLUIR SALA                  |"
            DISPLAY "| 4 - LISTAR SALAS                  |"
            DISPLAY "| 5 - GRADE DE OCUPACAO DO PERIODO  |"
            DISPLAY "| 99 - SAIR                         |"
            DISPLAY '|-----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO CAD-001.
            IF W-OPCAO = 2
               GO TO CON-001.
            IF W-OPCAO = 3
               GO TO EXC-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 5
               GO TO OCP-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4, 5 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * CADASTRO DA SALA       *
      **************************
      *
       CAD-001.
            SET WS-FS-SALA TO 0.
            OPEN I-O SALAS
            IF WS-FS-SALA EQUAL 35
               OPEN OUTPUT SALAS
               CLOSE SALAS
               OPEN I-O SALAS
               DISPLAY "* ARQUIVO SALAS SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O CODIGO DA SALA:'
            ACCEPT SALA-CODIGO
            IF SALA-CODIGO = SPACES
               DISPLAY "CODIGO NAO PODE SER EM BRANCO"
               GO TO CAD-002.
            READ SALAS
                INVALID KEY
                    DISPLAY "* SALA NOVA *"
                NOT INVALID KEY
                    DISPLAY 'PREDIO: ' SALA-PREDIO
                        ' LUGARES: ' SALA-LUGARES
                        ' TIPO: ' SALA-TIPO
            END-READ.

       CAD-003.
            DISPLAY 'INFORME O PREDIO:'
            ACCEPT SALA-PREDIO
            IF SALA-PREDIO = SPACES
               DISPLAY "PREDIO NAO PODE SER EM BRANCO"
               GO TO CAD-003.

       CAD-004.
            DISPLAY 'INFORME O NUMERO DE LUGARES:'
            ACCEPT SALA-LUGARES
            IF SALA-LUGARES = ZEROS
               DISPLAY "NUMERO DE LUGARES NAO PODE SER ZERO"
               GO TO CAD-004.

       CAD-005.
            DISPLAY 'INFORME O TIPO (SALA, LABORATORIO, AUDITORIO):'
            ACCEPT SALA-TIPO
            IF NOT SALA-TIPO-VALIDO
               DISPLAY "*** TIPO INVALIDO ***"
               GO TO CAD-005.

            WRITE REG-SALA
                INVALID KEY
                    REWRITE REG-SALA
                    DISPLAY "* SALA ALTERADA *"
                NOT INVALID KEY
                    DISPLAY "* SALA INCLUIDA *"
            END-WRITE

            CLOSE SALAS
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DA SALA       *
      **************************
      *
       CON-001.
            SET WS-FS-SALA TO 0.
            OPEN INPUT SALAS
            IF WS-FS-SALA EQUAL 35
                DISPLAY "* NENHUMA SALA CADASTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DA SALA:'
            ACCEPT SALA-CODIGO
            READ SALAS
                INVALID KEY
                    DISPLAY "*** SALA NAO CADASTRADA ***"
                NOT INVALID KEY
                    DISPLAY 'PREDIO: ' SALA-PREDIO
                    DISPLAY 'LUGARES: ' SALA-LUGARES
                        ' TIPO: ' SALA-TIPO
            END-READ
            CLOSE SALAS
            GO TO MENU-001.
      *
      **************************
      * EXCLUSAO DA SALA       *
      **************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR NAO AUTORIZADO A EXCLUIR ***"
               GO TO MENU-001.

            SET WS-FS-SALA TO 0.
            OPEN I-O SALAS
            IF WS-FS-SALA EQUAL 35
                DISPLAY "* NENHUMA SALA CADASTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DA SALA:'
            ACCEPT SALA-CODIGO
            READ SALAS
                INVALID KEY
                    DISPLAY "*** SALA NAO CADASTRADA ***"
                    CLOSE SALAS
                    GO TO MENU-001
            END-READ
            DISPLAY 'PREDIO: ' SALA-PREDIO ' LUGARES: ' SALA-LUGARES

      *> SALA AINDA USADA POR ALGUMA TURMA FICA NO CADASTRO.
            MOVE 'N' TO WS-EM-USO
            SET WS-EOF TO 0
            SET WS-FS-TURMAS TO 0.
            OPEN INPUT TURMAS
            IF WS-FS-TURMAS NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                  READ TURMAS NEXT RECORD
                      AT END
                          MOVE 1 TO WS-EOF
                      NOT AT END
                          IF TURMA-SALA EQUAL SALA-CODIGO
                              MOVE 'S' TO WS-EM-USO
                              MOVE 1 TO WS-EOF
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMAS
            END-IF
            IF WS-EM-USO EQUAL 'S'
               DISPLAY "*** SALA EM USO PELA TURMA "
                   TURMA-COD-DISCIPLINA "/" TURMA-SECAO
                   " (" TURMA-PERIODO ") - NAO EXCLUIDA ***"
               CLOSE SALAS
               GO TO MENU-001.

            DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR 's'
                DELETE SALAS RECORD
                    INVALID KEY
                        DISPLAY "*** ERRO NA EXCLUSAO ***"
                    NOT INVALID KEY
                        DISPLAY "SALA EXCLUIDA."
                END-DELETE
            END-IF
            CLOSE SALAS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS SALAS         *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-SALA TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT SALAS
            IF WS-FS-SALA EQUAL 35
                DISPLAY "* NENHUMA SALA CADASTRADA *"
                GO TO MENU-001.

            DISPLAY '---------- LISTAGEM DE SALAS ----------'
            PERFORM UNTIL WS-EOF = 1
               READ SALAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY ' SALA: ' SALA-CODIGO
                           ' PREDIO: ' SALA-PREDIO
                           ' LUGARES: ' SALA-LUGARES
                           ' TIPO: ' SALA-TIPO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE SALAS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE SALAS
            GO TO MENU-001.
      *
      **************************************
      * GRADE DE OCUPACAO DAS SALAS NO     *
      * PERIODO: CADA SALA CADASTRADA COM  *
      * AS TURMAS E HORARIOS QUE A OCUPAM  *
      **************************************
      *
       OCP-001.
            SET WS-FS-SALA TO 0
            OPEN INPUT SALAS
            IF WS-FS-SALA EQUAL 35
                DISPLAY "* NENHUMA SALA CADASTRADA *"
                GO TO MENU-001.

            SET WS-FS-TURMAS TO 0
            OPEN INPUT TURMAS
            IF WS-FS-TURMAS EQUAL 35
                DISPLAY "* ARQUIVO TURMAS NAO EXISTE *"
                CLOSE SALAS
                GO TO MENU-001.

            DISPLAY 'INFORME O PERIODO LETIVO (EX: 202102):'
            ACCEPT WS-PERIODO-GRADE

            MOVE ZEROS TO WS-QTD-OCUP
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF = 1
               READ TURMAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TURMA-PERIODO EQUAL WS-PERIODO-GRADE
                           PERFORM OCP-GUARDA-TURMA
                               THRU OCP-GUARDA-TURMA-FIM
                       END-IF
               END-READ
            END-PERFORM
            CLOSE TURMAS

            DISPLAY '---- OCUPACAO DAS SALAS NO PERIODO '
                WS-PERIODO-GRADE ' ----'
            SET WS-EOF TO 0
            SET WS-CONTADOR TO 0
            PERFORM UNTIL WS-EOF = 1
               READ SALAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM OCP-IMPRIME-SALA
                           THRU OCP-IMPRIME-SALA-FIM
               END-READ
            END-PERFORM
            CLOSE SALAS

      *> TURMA SEM SALA OU COM SALA FORA DO CADASTRO.
            MOVE ZEROS TO WS-SEM-CADASTRO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-OCUP
                IF WS-OCP-IMPRESSA(WS-IDX) NOT EQUAL 'S'
                    IF WS-SEM-CADASTRO EQUAL ZEROS
                        DISPLAY ' '
                        DISPLAY ' TURMAS SEM SALA CADASTRADA:'
                    END-IF
                    ADD 1 TO WS-SEM-CADASTRO
                    DISPLAY '    SALA ' WS-OCP-SALA(WS-IDX)
                        ' ' WS-OCP-HORARIO(WS-IDX)
                        ' ' WS-OCP-DISCIPLINA(WS-IDX)
                        '/' WS-OCP-SECAO(WS-IDX)
                END-IF
            END-PERFORM

            DISPLAY ' '
            DISPLAY 'SALAS COM OCUPACAO NO PERIODO: ' WS-CONTADOR
            DISPLAY 'TURMAS NO PERIODO: ' WS-QTD-OCUP
            DISPLAY 'TURMAS SEM SALA CADASTRADA: ' WS-SEM-CADASTRO
            DISPLAY " "
            GO TO MENU-001.

       OCP-GUARDA-TURMA.
            IF WS-QTD-OCUP NOT < 500
                GO TO OCP-GUARDA-TURMA-FIM
            END-IF
            ADD 1 TO WS-QTD-OCUP
            MOVE TURMA-SALA       TO WS-OCP-SALA(WS-QTD-OCUP)
            MOVE TURMA-HORARIO    TO WS-OCP-HORARIO(WS-QTD-OCUP)
            MOVE TURMA-COD-DISCIPLINA
                TO WS-OCP-DISCIPLINA(WS-QTD-OCUP)
            MOVE TURMA-SECAO      TO WS-OCP-SECAO(WS-QTD-OCUP)
            MOVE TURMA-VAGAS-OCUP TO WS-OCP-VAGAS(WS-QTD-OCUP)
            MOVE TURMA-CAPACIDADE TO WS-OCP-CAPACIDADE(WS-QTD-OCUP)
            MOVE 'N'              TO WS-OCP-IMPRESSA(WS-QTD-OCUP).
       OCP-GUARDA-TURMA-FIM.
            EXIT.

       OCP-IMPRIME-SALA.
            MOVE ZEROS TO WS-QTD-SALA
            DISPLAY ' '
            DISPLAY ' SALA ' SALA-CODIGO ' ' SALA-PREDIO
                ' ' SALA-TIPO ' LUGARES ' SALA-LUGARES
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-OCUP
                IF WS-OCP-SALA(WS-IDX) EQUAL SALA-CODIGO
                    ADD 1 TO WS-QTD-SALA
                    MOVE 'S' TO WS-OCP-IMPRESSA(WS-IDX)
                    DISPLAY '    ' WS-OCP-HORARIO(WS-IDX)
                        ' ' WS-OCP-DISCIPLINA(WS-IDX)
                        '/' WS-OCP-SECAO(WS-IDX)
                        ' OCUPACAO ' WS-OCP-VAGAS(WS-IDX)
                        '/' WS-OCP-CAPACIDADE(WS-IDX)
                END-IF
            END-PERFORM
            IF WS-QTD-SALA EQUAL ZEROS
                DISPLAY '    (LIVRE NO PERIODO)'
            ELSE
                ADD 1 TO WS-CONTADOR
            END-IF.
       OCP-IMPRIME-SALA-FIM.
            EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_187.
