      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE PRECOS DE MENSALIDADE
      * (ARQUIVO TABELA_MENSALIDADE, TABMENS.CPY) POR CURSO, SEMESTRE
      * DA GRADE E PERIODO LETIVO, QUE SUBSTITUI O PARAMETRO UNICO
      * MENSALIDADE: SEMESTRE 00 E O PRECO GERAL DO CURSO NO PERIODO.
      * CADA LINHA TRAZ O VALOR CHEIO E, PARA O ALUNO COM CARGA
      * PARCIAL, A CARGA PLENA EM DISCIPLINAS E O VALOR DO CREDITO. O
      * FATURAMENTO (EXERCICIO_031) E A CONCILIACAO DE BOLSAS
      * (EXERCICIO_053) TOMAM O PRECO DAQUI PELA SUBROTINA
      * PRECO_MENSALIDADE; O REAJUSTE ANUAL E FEITO EM LOTE NO
      * EXERCICIO_185. A EXCLUSAO SEGUE A PERMISSAO DE EXCLUIR DO
      * OPERADOR NO SIGN-ON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_184.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA_MENSALIDADE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\tabela_mensalidade.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TMS-CHAVE
           FILE STATUS     IS WS-FS-TMS.

           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COD-CURSO
           FILE STATUS     IS WS-FS-CURSO.
       DATA DIVISION.
       FILE SECTION.
       FD TABELA_MENSALIDADE.
       01 REG-TAB-MENSALIDADE.
           COPY TABMENS.

       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.

       WORKING-STORAGE SECTION.
       77 WS-FS-TMS         PIC 99.
       77 WS-FS-CURSO       PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 W-OPCAO           PIC 99.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-CONFIRMA       PIC X(001).
       77 WS-PERIODO-LISTA  PIC X(006).

      *> PERIODO LETIVO INFORMADO (AAAASS), PARA CONFERIR O ANO
      *> NUMERICO E O SEMESTRE LETIVO 01 OU 02.
       01 WS-PERIODO-TESTE  PIC X(006).
       01 FILLER REDEFINES WS-PERIODO-TESTE.
           03 WS-ANO-TESTE  PIC X(004).
           03 WS-SEM-TESTE  PIC X(002).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_184'.
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
            DISPLAY '|--[ TABELA DE MENSALIDADES ]-------|'
            DISPLAY "| 1 - CADASTRAR / ALTERAR PRECO     |"
            DISPLAY "| 2 - CONSULTAR PRECO               |"
            DISPLAY "| 3 - EXCLUIR PRECO                 |"
            DISPLAY "| 4 - LISTAR PRECOS DO PERIODO      |"
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
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * CADASTRO DO PRECO      *
      **************************
      *
       CAD-001.
            SET WS-FS-CURSO TO 0.
            OPEN INPUT CURSOS
            IF WS-FS-CURSO EQUAL 35
                DISPLAY "* ARQUIVO CURSOS NAO EXISTE - CADASTRE EM "
                    "EXERCICIO_182 *"
                GO TO MENU-001.

            SET WS-FS-TMS TO 0.
            OPEN I-O TABELA_MENSALIDADE
            IF WS-FS-TMS EQUAL 35
               OPEN OUTPUT TABELA_MENSALIDADE
               CLOSE TABELA_MENSALIDADE
               OPEN I-O TABELA_MENSALIDADE
               DISPLAY "* ARQUIVO TABELA_MENSALIDADE SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O CODIGO DO CURSO:'
            ACCEPT COD-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY "*** CURSO NAO CADASTRADO ***"
                    GO TO CAD-002
            END-READ
            DISPLAY 'CURSO: ' NOME-CURSO
                ' SEMESTRES: ' QTD-SEMESTRES-CURSO.

       CAD-003.
            MOVE COD-CURSO TO TMS-COD-CURSO
            DISPLAY 'INFORME O SEMESTRE DA GRADE (00 = PRECO GERAL '
                'DO CURSO):'
            ACCEPT TMS-SEMESTRE
            IF TMS-SEMESTRE > QTD-SEMESTRES-CURSO
               DISPLAY "*** SEMESTRE ALEM DA DURACAO DO CURSO ***"
               GO TO CAD-003.

       CAD-004.
            DISPLAY 'INFORME O PERIODO LETIVO (EX: 202102):'
            ACCEPT WS-PERIODO-TESTE
            IF WS-ANO-TESTE NOT NUMERIC OR
               (WS-SEM-TESTE NOT EQUAL '01' AND
                WS-SEM-TESTE NOT EQUAL '02')
               DISPLAY "*** PERIODO INVALIDO ***"
               GO TO CAD-004.
            MOVE WS-PERIODO-TESTE TO TMS-PERIODO
            READ TABELA_MENSALIDADE
                INVALID KEY
                    DISPLAY "* PRECO NOVO *"
                NOT INVALID KEY
                    DISPLAY 'VALOR CHEIO: ' TMS-VL-MENSALIDADE
                        ' CARGA PLENA: ' TMS-QTD-DISC-PLENA
                        ' CREDITO: ' TMS-VL-CREDITO
            END-READ.

       CAD-005.
            DISPLAY 'INFORME O VALOR CHEIO DA MENSALIDADE '
                '(EX: 1250,00):'
            ACCEPT TMS-VL-MENSALIDADE
            IF TMS-VL-MENSALIDADE = ZEROS
               DISPLAY "VALOR DA MENSALIDADE NAO PODE SER ZERO"
               GO TO CAD-005.

      *> CARGA PLENA ZERADA = SEM COBRANCA POR CREDITO.
            DISPLAY 'INFORME A CARGA PLENA EM DISCIPLINAS (00 = SEM '
                'COBRANCA POR CREDITO):'
            ACCEPT TMS-QTD-DISC-PLENA
            MOVE ZEROS TO TMS-VL-CREDITO
            IF TMS-QTD-DISC-PLENA > ZEROS
               DISPLAY 'INFORME O VALOR DO CREDITO (POR DISCIPLINA):'
               ACCEPT TMS-VL-CREDITO
            END-IF

            MOVE WS-SIGN-OPERADOR TO TMS-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO TMS-DT-ALTERACAO

            WRITE REG-TAB-MENSALIDADE
                INVALID KEY
                    REWRITE REG-TAB-MENSALIDADE
                    DISPLAY "* PRECO ALTERADO *"
                NOT INVALID KEY
                    DISPLAY "* PRECO INCLUIDO *"
            END-WRITE

            CLOSE TABELA_MENSALIDADE
            CLOSE CURSOS
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DO PRECO      *
      **************************
      *
       CON-001.
            SET WS-FS-TMS TO 0.
            OPEN INPUT TABELA_MENSALIDADE
            IF WS-FS-TMS EQUAL 35
                DISPLAY "* NENHUM PRECO CADASTRADO *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DO CURSO:'
            ACCEPT TMS-COD-CURSO
            DISPLAY 'INFORME O SEMESTRE DA GRADE (00 = GERAL):'
            ACCEPT TMS-SEMESTRE
            DISPLAY 'INFORME O PERIODO LETIVO (EX: 202102):'
            ACCEPT TMS-PERIODO
            READ TABELA_MENSALIDADE
                INVALID KEY
                    DISPLAY "*** PRECO NAO CADASTRADO ***"
                NOT INVALID KEY
                    DISPLAY 'VALOR CHEIO: ' TMS-VL-MENSALIDADE
                    DISPLAY 'CARGA PLENA: ' TMS-QTD-DISC-PLENA
                        ' CREDITO: ' TMS-VL-CREDITO
                    DISPLAY 'ALTERADO POR ' TMS-OPERADOR
                        ' EM ' TMS-DT-ALTERACAO
            END-READ
            CLOSE TABELA_MENSALIDADE
            GO TO MENU-001.
      *
      **************************
      * EXCLUSAO DO PRECO      *
      **************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR NAO AUTORIZADO A EXCLUIR ***"
               GO TO MENU-001.

            SET WS-FS-TMS TO 0.
            OPEN I-O TABELA_MENSALIDADE
            IF WS-FS-TMS EQUAL 35
                DISPLAY "* NENHUM PRECO CADASTRADO *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DO CURSO:'
            ACCEPT TMS-COD-CURSO
            DISPLAY 'INFORME O SEMESTRE DA GRADE (00 = GERAL):'
            ACCEPT TMS-SEMESTRE
            DISPLAY 'INFORME O PERIODO LETIVO (EX: 202102):'
            ACCEPT TMS-PERIODO
            READ TABELA_MENSALIDADE
                INVALID KEY
                    DISPLAY "*** PRECO NAO CADASTRADO ***"
                    CLOSE TABELA_MENSALIDADE
                    GO TO MENU-001
            END-READ
            DISPLAY 'VALOR CHEIO: ' TMS-VL-MENSALIDADE

            DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR 's'
                DELETE TABELA_MENSALIDADE RECORD
                    INVALID KEY
                        DISPLAY "*** ERRO NA EXCLUSAO ***"
                    NOT INVALID KEY
                        DISPLAY "PRECO EXCLUIDO."
                END-DELETE
            END-IF
            CLOSE TABELA_MENSALIDADE
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS PRECOS DO     *
      * PERIODO                    *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-TMS TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT TABELA_MENSALIDADE
            IF WS-FS-TMS EQUAL 35
                DISPLAY "* NENHUM PRECO CADASTRADO *"
                GO TO MENU-001.

            DISPLAY 'INFORME O PERIODO LETIVO (EX: 202102):'
            ACCEPT WS-PERIODO-LISTA

            DISPLAY '---- MENSALIDADES DO PERIODO ' WS-PERIODO-LISTA
                ' ----'
            PERFORM UNTIL WS-EOF = 1
               READ TABELA_MENSALIDADE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TMS-PERIODO EQUAL WS-PERIODO-LISTA
                           DISPLAY ' CURSO: ' TMS-COD-CURSO
                               ' SEMESTRE: ' TMS-SEMESTRE
                               ' CHEIO: ' TMS-VL-MENSALIDADE
                               ' PLENA: ' TMS-QTD-DISC-PLENA
                               ' CREDITO: ' TMS-VL-CREDITO
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE PRECOS NO PERIODO: ' WS-CONTADOR
            DISPLAY " "
            CLOSE TABELA_MENSALIDADE
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_184.
