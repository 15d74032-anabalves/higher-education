      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE TAXAS DE SERVICOS ACADEMICOS
      * (ARQUIVO TABELA_TAXAS, TAXASERV.CPY) USADA PELA SUBROTINA
      * COBRA_TAXA NA EMISSAO DE DECLARACOES (EXERCICIO_117), SEGUNDA
      * VIA DE DIPLOMA (EXERCICIO_115), HISTORICO ESCOLAR
      * (EXERCICIO_016) E PEDIDOS DE REVISAO DE PROVA (EXERCICIO_116):
      * VALOR, QUANTIDADE GRATUITA POR ALUNO NO PERIODO, ISENCAO DO
      * BOLSISTA, RETENCAO DO DOCUMENTO ATE O PAGAMENTO E PRAZO DE
      * VENCIMENTO DA DUPLICATA. CONSULTA TAMBEM AS TAXAS JA EMITIDAS
      * DE UM ALUNO (TAXAS_EMITIDAS, TAXAEMIT.CPY). A EXCLUSAO DE UM
      * TIPO SO E FEITA POR OPERADOR COM PERMISSAO DE EXCLUIR NO
      * SIGN-ON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_193.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA_TAXAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\tabela_taxas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TXS-TIPO-DOC
           FILE STATUS     IS WS-FS-TXS.

           SELECT TAXAS_EMITIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\taxas_emitidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TXE-CHAVE
           FILE STATUS     IS WS-FS-TXE.
       DATA DIVISION.
       FILE SECTION.
       FD TABELA_TAXAS.
       01 REG-TABELA-TAXA.
           COPY TAXASERV.

       FD TAXAS_EMITIDAS.
       01 REG-TAXA-EMITIDA.
           COPY TAXAEMIT.

       WORKING-STORAGE SECTION.
       77 WS-FS-TXS         PIC 99.
       77 WS-FS-TXE         PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 W-OPCAO           PIC 99.
       77 WS-CONFIRMA       PIC X(001).
       77 WS-RGM-CON        PIC 9(005).
       77 WS-VALOR-EDIT     PIC ZZZZZZZZZZZZ9.99.
       77 WS-HOJE           PIC 9(008).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_193'.
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
            DISPLAY '|--[ TABELA DE TAXAS ACADEMICAS ]---|'
            DISPLAY "| 1 - CADASTRAR / ALTERAR TAXA      |"
            DISPLAY "| 2 - CONSULTAR TAXA                |"
            DISPLAY "| 3 - EXCLUIR TAXA                  |"
            DISPLAY "| 4 - LISTAR TAXAS                  |"
            DISPLAY "| 5 - TAXAS EMITIDAS DE UM ALUNO    |"
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
               GO TO EMI-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4, 5 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * CADASTRO DA TAXA       *
      **************************
      *
       CAD-001.
            SET WS-FS-TXS TO 0.
            OPEN I-O TABELA_TAXAS
            IF WS-FS-TXS EQUAL 35
               OPEN OUTPUT TABELA_TAXAS
               CLOSE TABELA_TAXAS
               OPEN I-O TABELA_TAXAS
               DISPLAY "* ARQUIVO TABELA_TAXAS SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O TIPO DE DOCUMENTO (DEC, DIP, HIS, REV):'
            ACCEPT TXS-TIPO-DOC
            IF TXS-TIPO-DOC NOT = 'DEC' AND NOT = 'DIP'
               AND NOT = 'HIS' AND NOT = 'REV'
               DISPLAY "TIPO DEVE SER DEC, DIP, HIS OU REV"
               GO TO CAD-002.
            READ TABELA_TAXAS
                INVALID KEY
                    DISPLAY "* TAXA NOVA *"
                    MOVE SPACES TO TXS-DESCRICAO
                    MOVE ZEROS  TO TXS-VALOR
                                   TXS-QTD-GRATIS-PERIODO
                                   TXS-DIAS-VENCIMENTO
                    MOVE 'N'    TO TXS-ISENTA-BOLSISTA
                                   TXS-RETER
                NOT INVALID KEY
                    PERFORM MOSTRA-TAXA
            END-READ.

       CAD-003.
            DISPLAY 'INFORME A DESCRICAO DO DOCUMENTO:'
            ACCEPT TXS-DESCRICAO
            IF TXS-DESCRICAO = SPACES
               DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO"
               GO TO CAD-003.

       CAD-004.
      *> VALOR ZERO = DOCUMENTO SEM COBRANCA.
            DISPLAY 'INFORME O VALOR DA TAXA (0 = NAO COBRA):'
            ACCEPT TXS-VALOR
            IF TXS-VALOR < ZEROS
               DISPLAY "VALOR NAO PODE SER NEGATIVO"
               GO TO CAD-004.

            DISPLAY 'QUANTIDADE GRATUITA POR ALUNO NO PERIODO:'
            ACCEPT TXS-QTD-GRATIS-PERIODO.

       CAD-005.
            DISPLAY 'BOLSISTA E ISENTO (S/N)?'
            ACCEPT TXS-ISENTA-BOLSISTA
            IF TXS-ISENTA-BOLSISTA NOT = 'S' AND NOT = 'N'
               DISPLAY "RESPONDA S OU N"
               GO TO CAD-005.

       CAD-006.
            DISPLAY 'RETER O DOCUMENTO ATE O PAGAMENTO (S/N)?'
            ACCEPT TXS-RETER
            IF TXS-RETER NOT = 'S' AND NOT = 'N'
               DISPLAY "RESPONDA S OU N"
               GO TO CAD-006.

       CAD-007.
            DISPLAY 'DIAS PARA O VENCIMENTO DA DUPLICATA (1 A 90):'
            ACCEPT TXS-DIAS-VENCIMENTO
            IF TXS-DIAS-VENCIMENTO < 1 OR TXS-DIAS-VENCIMENTO > 90
               DISPLAY "PRAZO DEVE SER DE 1 A 90 DIAS"
               GO TO CAD-007.

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
            MOVE WS-SIGN-OPERADOR TO TXS-OPERADOR
            MOVE WS-HOJE          TO TXS-DT-ALTERACAO

            WRITE REG-TABELA-TAXA
                INVALID KEY
                    REWRITE REG-TABELA-TAXA
                    DISPLAY "* TAXA ALTERADA *"
                NOT INVALID KEY
                    DISPLAY "* TAXA INCLUIDA *"
            END-WRITE

            CLOSE TABELA_TAXAS
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DA TAXA       *
      **************************
      *
       CON-001.
            SET WS-FS-TXS TO 0.
            OPEN INPUT TABELA_TAXAS
            IF WS-FS-TXS EQUAL 35
                DISPLAY "* NENHUMA TAXA CADASTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O TIPO DE DOCUMENTO:'
            ACCEPT TXS-TIPO-DOC
            READ TABELA_TAXAS
                INVALID KEY
                    DISPLAY "*** TIPO SEM TAXA - NAO E COBRADO ***"
                NOT INVALID KEY
                    PERFORM MOSTRA-TAXA
            END-READ
            CLOSE TABELA_TAXAS
            GO TO MENU-001.
      *
      **************************
      * EXCLUSAO DA TAXA       *
      **************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR NAO AUTORIZADO A EXCLUIR ***"
               GO TO MENU-001.

            SET WS-FS-TXS TO 0.
            OPEN I-O TABELA_TAXAS
            IF WS-FS-TXS EQUAL 35
                DISPLAY "* NENHUMA TAXA CADASTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O TIPO DE DOCUMENTO:'
            ACCEPT TXS-TIPO-DOC
            READ TABELA_TAXAS
                INVALID KEY
                    DISPLAY "*** TIPO SEM TAXA CADASTRADA ***"
                    CLOSE TABELA_TAXAS
                    GO TO MENU-001
            END-READ
            PERFORM MOSTRA-TAXA

      *> SEM A TAXA O DOCUMENTO PASSA A SAIR SEM COBRANCA; AS TAXAS
      *> JA EMITIDAS CONTINUAM EM TAXAS_EMITIDAS.
            DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR 's'
                DELETE TABELA_TAXAS RECORD
                    INVALID KEY
                        DISPLAY "*** ERRO NA EXCLUSAO ***"
                    NOT INVALID KEY
                        DISPLAY "TAXA EXCLUIDA."
                END-DELETE
            END-IF
            CLOSE TABELA_TAXAS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS TAXAS         *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-TXS TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT TABELA_TAXAS
            IF WS-FS-TXS EQUAL 35
                DISPLAY "* NENHUMA TAXA CADASTRADA *"
                GO TO MENU-001.

            DISPLAY '-------- TAXAS ACADEMICAS --------'
            PERFORM UNTIL WS-EOF = 1
               READ TABELA_TAXAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE TXS-VALOR TO WS-VALOR-EDIT
                       DISPLAY ' ' TXS-TIPO-DOC ' ' TXS-DESCRICAO
                           ' VALOR: ' WS-VALOR-EDIT
                           ' GRATIS: ' TXS-QTD-GRATIS-PERIODO
                           ' BOLSISTA ISENTO: ' TXS-ISENTA-BOLSISTA
                           ' RETER: ' TXS-RETER
                           ' DIAS: ' TXS-DIAS-VENCIMENTO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE TAXAS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE TABELA_TAXAS
            GO TO MENU-001.
      *
      ************************************
      * TAXAS JA EMITIDAS DE UM ALUNO    *
      ************************************
      *
       EMI-001.
            SET WS-EOF TO 0
            SET WS-FS-TXE TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT TAXAS_EMITIDAS
            IF WS-FS-TXE EQUAL 35
                DISPLAY "* NENHUMA TAXA EMITIDA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT WS-RGM-CON
            MOVE WS-RGM-CON TO TXE-RGM
            MOVE LOW-VALUES TO TXE-TIPO-DOC
            MOVE ZEROS      TO TXE-SEQ
            START TAXAS_EMITIDAS KEY IS NOT LESS THAN TXE-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            PERFORM UNTIL WS-EOF = 1
               READ TAXAS_EMITIDAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TXE-RGM NOT EQUAL WS-RGM-CON
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE TXE-VALOR TO WS-VALOR-EDIT
                           DISPLAY ' ' TXE-TIPO-DOC ' ' TXE-PERIODO
                               ' REF: ' TXE-REFERENCIA
                               ' VALOR: ' WS-VALOR-EDIT
                               ' SIT: ' TXE-SITUACAO
                               ' DUPL: ' TXE-NR-DUPLICATA
                               ' ' TXE-MOTIVO
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE TAXAS DO ALUNO: ' WS-CONTADOR
            DISPLAY " "
            CLOSE TAXAS_EMITIDAS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      **************************
      * EXIBICAO DA TAXA       *
      **************************
      *
       MOSTRA-TAXA.
            MOVE TXS-VALOR TO WS-VALOR-EDIT
            DISPLAY 'DESCRICAO: ' TXS-DESCRICAO
            DISPLAY 'VALOR: ' WS-VALOR-EDIT
                ' GRATUITAS NO PERIODO: ' TXS-QTD-GRATIS-PERIODO
            DISPLAY 'BOLSISTA ISENTO: ' TXS-ISENTA-BOLSISTA
                ' RETER ATE PAGAR: ' TXS-RETER
                ' DIAS P/ VENCIMENTO: ' TXS-DIAS-VENCIMENTO
            DISPLAY 'ULTIMA ALTERACAO: ' TXS-DT-ALTERACAO
                ' POR ' TXS-OPERADOR.

       END PROGRAM EXERCICIO_193.
