      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CADASTRO DE MOTORISTAS DA FROTA (CODIGO, NOME, CPF,
      * NUMERO, CATEGORIA E VALIDADE DA CNH). CADA VIAGEM
      * (EXERCICIO_004 E MONTAGEM DO ROMANEIO, EXERCICIO_175) E CADA
      * ABASTECIMENTO (EXERCICIO_125) PASSAM A LEVAR O MOTORISTA, E A
      * VIAGEM E RECUSADA QUANDO A CNH ESTA VENCIDA OU NAO COBRE A
      * CATEGORIA DO VEICULO (SUBROTINA CONFERE_MOTORISTA). A
      * RENOVACAO DA CNH ATUALIZA NUMERO, CATEGORIA E VALIDADE; O
      * MOTORISTA DESLIGADO E INATIVADO (NAO E EXCLUIDO, PORQUE AS
      * VIAGENS E MULTAS ANTIGAS APONTAM PARA ELE). A LISTAGEM AVISA
      * AS CNH VENCIDAS E AS QUE VENCEM NOS PROXIMOS 30 DIAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_208.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTORISTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\motoristas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MOT-CODIGO
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOTORISTAS.
       01 REG-MOTORISTA.
           COPY MOTORISTA.

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-CONTADOR      PIC 9(003).
       77 W-OPCAO          PIC 99.
       77 WS-HOJE-AAAAMMDD PIC 9(008).
       77 WS-DIAS-VALIDADE PIC S9(006).
       77 WS-AVISO-CNH     PIC X(020).

      *> CATEGORIAS DE CNH ACEITAS.
       01 WS-CATEGORIA     PIC X(002).
           88 WS-CATEGORIA-VALIDA VALUE 'A ' 'B ' 'C ' 'D ' 'E '
                                        'AB' 'AC' 'AD' 'AE'.

      *> VALIDACAO DO CPF (SUBROTINA VALIDA_DOCTO) E DA DATA DE
      *> VALIDADE (SUBROTINA CALC_DATA, FUNCAO 'V').
       77 WS-VD-TIPO       PIC X(001) VALUE 'F'.
       77 WS-VD-DOCTO      PIC 9(014).
       77 WS-VD-VALIDA     PIC X(001).
       77 WS-CD-FUNCAO     PIC X(001).
       77 WS-CD-DATA-1     PIC 9(008).
       77 WS-CD-DATA-2     PIC 9(008).
       77 WS-CD-DIAS       PIC S9(006).
       77 WS-CD-RESULTADO  PIC 9(008).
       77 WS-CD-VALIDA     PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0010-INICIO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|---[ MENU MOTORISTAS ]---|'
            DISPLAY "| 1 - INCLUIR MOTORISTA   |"
            DISPLAY "| 2 - LISTAR MOTORISTAS   |"
            DISPLAY "| 3 - RENOVAR CNH         |"
            DISPLAY "| 4 - INATIVAR / REATIVAR |"
            DISPLAY "| 99 - SAIR               |"
            DISPLAY '|-------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO INC-001.
            IF W-OPCAO = 2
               GO TO LIS-001.
            IF W-OPCAO = 3
               GO TO REN-001.
            IF W-OPCAO = 4
               GO TO SIT-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE INCLUSAO *
      **********************
      *
       INC-001.
            SET WS-FS TO 0.
            OPEN I-O MOTORISTAS
            IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT MOTORISTAS
               DISPLAY "* ARQUIVO MOTORISTAS SENDO CRIADO *"
            END-IF.

            DISPLAY "---------- CADASTRO DE MOTORISTA ----------".
       INC-002.
            DISPLAY 'INFORME O CODIGO DO MOTORISTA (EX: MOT001):'
            ACCEPT MOT-CODIGO
            IF MOT-CODIGO = SPACES
               DISPLAY "CODIGO NAO PODE SER EM BRANCO"
               GO TO INC-002.

       INC-003.
            DISPLAY 'INFORME O NOME:'
            ACCEPT MOT-NOME
            IF MOT-NOME = SPACES
               DISPLAY "NOME NAO PODE SER EM BRANCO"
               GO TO INC-003.

       INC-004.
            DISPLAY 'INFORME O CPF (SO NUMEROS):'
            ACCEPT MOT-CPF
            MOVE MOT-CPF TO WS-VD-DOCTO
            CALL 'VALIDA_DOCTO' USING WS-VD-TIPO, WS-VD-DOCTO,
                WS-VD-VALIDA
            IF WS-VD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** CPF INVALIDO ***"
               GO TO INC-004.

            PERFORM 5000-INFORMA-CNH THRU 5000-INFORMA-CNH-FIM
            MOVE 'A'              TO MOT-SITUACAO
            MOVE WS-HOJE-AAAAMMDD TO MOT-DT-CADASTRO

            WRITE REG-MOTORISTA
                INVALID KEY
                    DISPLAY "*** MOTORISTA JA CADASTRADO ***"
                NOT INVALID KEY
                    DISPLAY "*** MOTORISTA INCLUIDO ***"
            END-WRITE
            CLOSE MOTORISTAS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE LISTAGEM *
      **********************
      *
       LIS-001.
            SET WS-EOF  TO 0
            SET WS-FS TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT MOTORISTAS
            IF WS-FS EQUAL 35
               DISPLAY "* ARQUIVO MOTORISTAS NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY '---------- LISTAGEM DE MOTORISTAS -------------'
            PERFORM UNTIL WS-EOF = 1
               READ MOTORISTAS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF NOT AT END
                       PERFORM 5100-AVISO-CNH THRU 5100-AVISO-CNH-FIM
                       DISPLAY ' MOTORISTA: ' MOT-CODIGO
                               ' ' MOT-NOME
                               ' CNH: ' MOT-CNH-NUMERO
                               ' CAT: ' MOT-CNH-CATEGORIA
                               ' VALIDADE: ' MOT-CNH-VALIDADE
                               ' ' WS-AVISO-CNH
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE MOTORISTAS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE MOTORISTAS
            GO TO MENU-001.
      *
      **************************************
      * RENOVACAO DA CNH: NUMERO,          *
      * CATEGORIA E VALIDADE NOVOS         *
      **************************************
      *
       REN-001.
            SET WS-FS TO 0.
            OPEN I-O MOTORISTAS
            IF WS-FS EQUAL 35
               DISPLAY "* ARQUIVO MOTORISTAS NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY '---------- RENOVACAO DA CNH -------------'
            DISPLAY 'INFORME O CODIGO DO MOTORISTA'
            ACCEPT MOT-CODIGO

            READ MOTORISTAS
                INVALID KEY
                    DISPLAY "*** MOTORISTA NAO CADASTRADO ***"
                    CLOSE MOTORISTAS
                    GO TO MENU-001
            END-READ

            DISPLAY 'MOTORISTA: ' MOT-NOME
            DISPLAY 'CNH ATUAL: ' MOT-CNH-NUMERO
                ' CATEGORIA ' MOT-CNH-CATEGORIA
                ' VALIDADE ' MOT-CNH-VALIDADE

            PERFORM 5000-INFORMA-CNH THRU 5000-INFORMA-CNH-FIM
            REWRITE REG-MOTORISTA
            DISPLAY "*** CNH ATUALIZADA ***"

            CLOSE MOTORISTAS
            GO TO MENU-001.
      *
      **************************************
      * INATIVA O MOTORISTA DESLIGADO OU   *
      * REATIVA O QUE VOLTOU               *
      **************************************
      *
       SIT-001.
            SET WS-FS TO 0.
            OPEN I-O MOTORISTAS
            IF WS-FS EQUAL 35
               DISPLAY "* ARQUIVO MOTORISTAS NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY 'INFORME O CODIGO DO MOTORISTA'
            ACCEPT MOT-CODIGO

            READ MOTORISTAS
                INVALID KEY
                    DISPLAY "*** MOTORISTA NAO CADASTRADO ***"
                    CLOSE MOTORISTAS
                    GO TO MENU-001
            END-READ

            IF MOT-ATIVO
                MOVE 'I' TO MOT-SITUACAO
                DISPLAY "*** MOTORISTA " MOT-CODIGO " INATIVADO ***"
            ELSE
                MOVE 'A' TO MOT-SITUACAO
                DISPLAY "*** MOTORISTA " MOT-CODIGO " REATIVADO ***"
            END-IF
            REWRITE REG-MOTORISTA

            CLOSE MOTORISTAS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      **************************************
      * DADOS DA CNH, COMUNS A INCLUSAO E  *
      * A RENOVACAO                        *
      **************************************
      *
       5000-INFORMA-CNH.
            DISPLAY 'INFORME O NUMERO DA CNH:'
            ACCEPT MOT-CNH-NUMERO
            IF MOT-CNH-NUMERO = ZEROS
               DISPLAY "NUMERO DA CNH NAO PODE SER EM BRANCO"
               GO TO 5000-INFORMA-CNH.

       5000-INFORMA-CATEGORIA.
            DISPLAY 'INFORME A CATEGORIA (A, B, C, D, E, AB, AC, AD '
                'OU AE):'
            MOVE SPACES TO WS-CATEGORIA
            ACCEPT WS-CATEGORIA
            IF NOT WS-CATEGORIA-VALIDA
               DISPLAY "*** CATEGORIA INVALIDA ***"
               GO TO 5000-INFORMA-CATEGORIA.
            MOVE WS-CATEGORIA TO MOT-CNH-CATEGORIA.

       5000-INFORMA-VALIDADE.
            DISPLAY 'INFORME A VALIDADE DA CNH (AAAAMMDD):'
            ACCEPT MOT-CNH-VALIDADE
            MOVE 'V' TO WS-CD-FUNCAO
            MOVE MOT-CNH-VALIDADE TO WS-CD-DATA-1
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** DATA INVALIDA ***"
               GO TO 5000-INFORMA-VALIDADE.
            IF MOT-CNH-VALIDADE < WS-HOJE-AAAAMMDD
               DISPLAY "* ATENCAO: CNH JA VENCIDA - O MOTORISTA NAO "
                   "PODERA REGISTRAR VIAGEM *".
       5000-INFORMA-CNH-FIM.
            EXIT.
      *
       5100-AVISO-CNH.
            MOVE SPACES TO WS-AVISO-CNH
            IF MOT-INATIVO
                MOVE 'INATIVO' TO WS-AVISO-CNH
                GO TO 5100-AVISO-CNH-FIM
            END-IF
            IF MOT-CNH-VALIDADE < WS-HOJE-AAAAMMDD
                MOVE '*** CNH VENCIDA ***' TO WS-AVISO-CNH
                GO TO 5100-AVISO-CNH-FIM
            END-IF
            COMPUTE WS-DIAS-VALIDADE =
                FUNCTION INTEGER-OF-DATE(MOT-CNH-VALIDADE) -
                FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
            IF WS-DIAS-VALIDADE NOT > 30
                MOVE '* CNH VENCENDO *' TO WS-AVISO-CNH
            END-IF.
       5100-AVISO-CNH-FIM.
            EXIT.

       END PROGRAM EXERCICIO_208.
