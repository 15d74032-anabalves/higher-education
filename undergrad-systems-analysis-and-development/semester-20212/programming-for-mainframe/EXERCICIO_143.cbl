      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CADASTRO DOS CENTROS DE CUSTO (CENTROS_CUSTO) E DOS
      * VINCULOS QUE TROCAM O CENTRO PADRAO DO EVENTO CONTABIL
      * (CC_VINCULOS): DEPOSITO DO MOVIMENTO DE ESTOQUE (TIPO 'D',
      * USADO POR EXERCICIO_141), VEICULO DA FROTA (TIPO 'V') E
      * CURSO DA MENSALIDADE (TIPO 'C', PELA DISCIPLINA DA MATRICULA,
      * USADO POR EXERCICIO_031). O CENTRO PADRAO DE CADA EVENTO FICA
      * NO PLANO DE CONTAS (EXERCICIO_087). CENTRO DE CUSTO NAO E
      * EXCLUIDO, PORQUE O HISTORICO DO BALANCETE O REFERENCIA - E
      * INATIVADO, E CENTRO INATIVO NAO RECEBE NOVO VINCULO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_143.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENTROS_CUSTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\centros_custo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CCU-CODIGO
           FILE STATUS IS WS-FS-CCU.

           SELECT CC_VINCULOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cc_vinculos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CCV-CHAVE
           FILE STATUS IS WS-FS-CCV.
       DATA DIVISION.
       FILE SECTION.
       FD CENTROS_CUSTO.
       01 REG-CENTRO-CUSTO.
           COPY CENCUSTO.

       FD CC_VINCULOS.
       01 REG-CC-VINCULO.
           COPY CCVINC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CCU         PIC 99.
       77 WS-FS-CCV         PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-CONTADOR       PIC 9(005).
       77 WS-ACHOU          PIC X(01).
       77 WS-DEPOSITO       PIC 9(002).

       01 WS-HOJE-AAAAMMDD  PIC 9(008).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A EXCLUSAO DE
      *> VINCULO EXIGE O FLAG DE EXCLUSAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_143'.
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
            DISPLAY '|-------[ CENTROS DE CUSTO ]-------|'
            DISPLAY "| 1 - INCLUIR CENTRO DE CUSTO      |"
            DISPLAY "| 2 - ALTERAR CENTRO DE CUSTO      |"
            DISPLAY "| 3 - LISTAR CENTROS DE CUSTO      |"
            DISPLAY "| 4 - GRAVAR VINCULO               |"
            DISPLAY "| 5 - EXCLUIR VINCULO              |"
            DISPLAY "| 6 - LISTAR VINCULOS              |"
            DISPLAY "| 99 - SAIR                        |"
            DISPLAY '|----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO INC-001.
            IF W-OPCAO = 2
               GO TO ALT-001.
            IF W-OPCAO = 3
               GO TO LIS-001.
            IF W-OPCAO = 4
               GO TO VIN-001.
            IF W-OPCAO = 5
               GO TO EXV-001.
            IF W-OPCAO = 6
               GO TO LSV-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 6 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * INCLUSAO DE CENTRO DE CUSTO*
      ******************************
      *
       INC-001.
            SET WS-FS-CCU TO 0.
            OPEN I-O CENTROS_CUSTO
            IF WS-FS-CCU EQUAL 35
               OPEN OUTPUT CENTROS_CUSTO
               CLOSE CENTROS_CUSTO
               OPEN I-O CENTROS_CUSTO
               DISPLAY "* ARQUIVO CENTROS_CUSTO SENDO CRIADO *"
            END-IF.

            DISPLAY "-------- CADASTRO DE CENTRO DE CUSTO --------"
            DISPLAY 'INFORME O CODIGO DO CENTRO DE CUSTO:'
            ACCEPT CCU-CODIGO
            IF CCU-CODIGO = SPACES
               DISPLAY "CODIGO NAO PODE SER EM BRANCO"
               CLOSE CENTROS_CUSTO
               GO TO MENU-001.
            READ CENTROS_CUSTO
                NOT INVALID KEY
                    DISPLAY "*** CENTRO DE CUSTO JA CADASTRADO ***"
                    CLOSE CENTROS_CUSTO
                    GO TO MENU-001
            END-READ.

       INC-002.
            DISPLAY 'INFORME A DESCRICAO (EX: ESCOLA, LOJA, FROTA):'
            ACCEPT CCU-DESCRICAO
            IF CCU-DESCRICAO = SPACES
               DISPLAY "DESCRICAO NAO PODE SER EM BRANCO"
               GO TO INC-002.

            MOVE 'A'              TO CCU-SITUACAO
            MOVE WS-SIGN-OPERADOR TO CCU-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO CCU-DT-ALTERACAO.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE CENTROS_CUSTO
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO INC-OPC.

            WRITE REG-CENTRO-CUSTO
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO - FILE STATUS: "
                        WS-FS-CCU
                NOT INVALID KEY
                    DISPLAY "*** CENTRO DE CUSTO CADASTRADO ***"
            END-WRITE
            CLOSE CENTROS_CUSTO
            GO TO MENU-001.
      *
      ******************************
      * ALTERACAO DE CENTRO DE     *
      * CUSTO (DESCRICAO/SITUACAO) *
      ******************************
      *
       ALT-001.
            SET WS-FS-CCU TO 0.
            OPEN I-O CENTROS_CUSTO
            IF WS-FS-CCU EQUAL 35
                DISPLAY "* ARQUIVO CENTROS_CUSTO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '-------- ALTERACAO DE CENTRO DE CUSTO --------'
            DISPLAY 'INFORME O CODIGO DO CENTRO DE CUSTO:'
            ACCEPT CCU-CODIGO
            READ CENTROS_CUSTO
                INVALID KEY
                    DISPLAY "*** CENTRO DE CUSTO NAO ENCONTRADO ***"
                    CLOSE CENTROS_CUSTO
                    GO TO MENU-001
            END-READ

            DISPLAY 'DESCRICAO: ' CCU-DESCRICAO
                ' SITUACAO: ' CCU-SITUACAO
            DISPLAY 'INFORME A DESCRICAO:'
            ACCEPT CCU-DESCRICAO.

       ALT-002.
            DISPLAY 'SITUACAO (A=ATIVO I=INATIVO):'
            ACCEPT CCU-SITUACAO
            IF NOT CCU-ATIVO AND NOT CCU-INATIVO
               DISPLAY "*** DIGITE APENAS A OU I ***"
               GO TO ALT-002.

            MOVE WS-SIGN-OPERADOR TO CCU-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO CCU-DT-ALTERACAO
            REWRITE REG-CENTRO-CUSTO
            END-REWRITE
            CLOSE CENTROS_CUSTO
            DISPLAY "*** CENTRO DE CUSTO ALTERADO ***"
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS CENTROS       *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-CCU TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT CENTROS_CUSTO
            IF WS-FS-CCU EQUAL 35
                DISPLAY "* ARQUIVO CENTROS_CUSTO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '---------- CENTROS DE CUSTO -------------'
            PERFORM UNTIL WS-EOF = 1
               READ CENTROS_CUSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY ' CENTRO: ' CCU-CODIGO
                               ' ' CCU-DESCRICAO
                               ' SITUACAO: ' CCU-SITUACAO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE CENTROS DE CUSTO: ' WS-CONTADOR
            DISPLAY " "
            CLOSE CENTROS_CUSTO
            GO TO MENU-001.
      *
      ******************************
      * GRAVACAO DE VINCULO        *
      * (INCLUI OU SUBSTITUI)      *
      ******************************
      *
       VIN-001.
            SET WS-FS-CCV TO 0.
            OPEN I-O CC_VINCULOS
            IF WS-FS-CCV EQUAL 35
               OPEN OUTPUT CC_VINCULOS
               CLOSE CC_VINCULOS
               OPEN I-O CC_VINCULOS
               DISPLAY "* ARQUIVO CC_VINCULOS SENDO CRIADO *"
            END-IF.

            DISPLAY "-------- VINCULO DE CENTRO DE CUSTO --------"
            PERFORM 5000-INFORMA-CHAVE THRU 5000-INFORMA-CHAVE-FIM
            IF WS-ACHOU NOT EQUAL 'S'
               CLOSE CC_VINCULOS
               GO TO MENU-001.

            READ CC_VINCULOS
                INVALID KEY
                    MOVE 'N' TO WS-ACHOU
                NOT INVALID KEY
                    DISPLAY 'VINCULO ATUAL: CENTRO ' CCV-CENTRO-CUSTO
                        ' DESDE ' CCV-DT-ALTERACAO
                        ' POR ' CCV-OPERADOR
            END-READ.

       VIN-002.
            DISPLAY 'INFORME O CENTRO DE CUSTO:'
            ACCEPT CCV-CENTRO-CUSTO
            PERFORM 5100-VALIDA-CENTRO THRU 5100-VALIDA-CENTRO-FIM
            IF WS-ACHOU EQUAL 'X'
               CLOSE CC_VINCULOS
               GO TO MENU-001.
            IF WS-ACHOU NOT EQUAL 'C'
               GO TO VIN-002.

            MOVE WS-SIGN-OPERADOR TO CCV-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO CCV-DT-ALTERACAO
            WRITE REG-CC-VINCULO
                INVALID KEY
                    REWRITE REG-CC-VINCULO
                    END-REWRITE
                    DISPLAY "*** VINCULO SUBSTITUIDO ***"
                NOT INVALID KEY
                    DISPLAY "*** VINCULO CADASTRADO ***"
            END-WRITE
            CLOSE CC_VINCULOS
            GO TO MENU-001.
      *
      ******************************
      * EXCLUSAO DE VINCULO: A     *
      * ORIGEM VOLTA A USAR O      *
      * CENTRO PADRAO DO EVENTO    *
      ******************************
      *
       EXV-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM PERMISSAO DE EXCLUSAO ***"
               GO TO MENU-001.

            SET WS-FS-CCV TO 0.
            OPEN I-O CC_VINCULOS
            IF WS-FS-CCV EQUAL 35
                DISPLAY "* ARQUIVO CC_VINCULOS NAO EXISTE *"
                GO TO MENU-001.

            PERFORM 5000-INFORMA-CHAVE THRU 5000-INFORMA-CHAVE-FIM
            IF WS-ACHOU NOT EQUAL 'S'
               CLOSE CC_VINCULOS
               GO TO MENU-001.

            READ CC_VINCULOS
                INVALID KEY
                    DISPLAY "*** VINCULO NAO ENCONTRADO ***"
                NOT INVALID KEY
                    DELETE CC_VINCULOS RECORD
                        INVALID KEY
                            DISPLAY "*** ERRO NA EXCLUSAO - FILE "
                                "STATUS: " WS-FS-CCV
                        NOT INVALID KEY
                            DISPLAY "*** VINCULO EXCLUIDO ***"
                    END-DELETE
            END-READ
            CLOSE CC_VINCULOS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS VINCULOS      *
      ******************************
      *
       LSV-001.
            SET WS-EOF TO 0
            SET WS-FS-CCV TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT CC_VINCULOS
            IF WS-FS-CCV EQUAL 35
                DISPLAY "* ARQUIVO CC_VINCULOS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '------ VINCULOS DE CENTRO DE CUSTO ------'
            DISPLAY ' (D = DEPOSITO, V = VEICULO, C = CURSO)'
            PERFORM UNTIL WS-EOF = 1
               READ CC_VINCULOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY ' ' CCV-TIPO ' ' CCV-CODIGO
                               ' CENTRO: ' CCV-CENTRO-CUSTO
                               ' DESDE ' CCV-DT-ALTERACAO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE VINCULOS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE CC_VINCULOS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      **************************************
      * TIPO E CODIGO DA ORIGEM DO         *
      * VINCULO ('S' EM WS-ACHOU QUANDO A  *
      * CHAVE ESTA PRONTA)                 *
      **************************************
      *
       5000-INFORMA-CHAVE.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'TIPO (D=DEPOSITO V=VEICULO C=CURSO):'
            ACCEPT CCV-TIPO
            IF NOT CCV-DEPOSITO AND NOT CCV-VEICULO AND
                NOT CCV-CURSO
               DISPLAY "*** DIGITE APENAS D, V OU C ***"
               GO TO 5000-INFORMA-CHAVE-FIM
            END-IF

            MOVE SPACES TO CCV-CODIGO
      *> O DEPOSITO E GRAVADO COM 2 DIGITOS, COMO EM MOV-DEPOSITO.
            IF CCV-DEPOSITO
               DISPLAY 'INFORME O DEPOSITO (01 A 99):'
               ACCEPT WS-DEPOSITO
               IF WS-DEPOSITO EQUAL ZEROS
                  DISPLAY "*** DEPOSITO INVALIDO ***"
                  GO TO 5000-INFORMA-CHAVE-FIM
               END-IF
               MOVE WS-DEPOSITO TO CCV-CODIGO(1:2)
            ELSE
               IF CCV-VEICULO
                  DISPLAY 'INFORME O CODIGO DO VEICULO:'
               ELSE
                  DISPLAY 'INFORME A DISCIPLINA DO CURSO:'
               END-IF
               ACCEPT CCV-CODIGO
               IF CCV-CODIGO EQUAL SPACES
                  DISPLAY "*** CODIGO NAO PODE SER EM BRANCO ***"
                  GO TO 5000-INFORMA-CHAVE-FIM
               END-IF
            END-IF

            MOVE 'S' TO WS-ACHOU.
       5000-INFORMA-CHAVE-FIM.
            EXIT.
      *
      **************************************
      * O CENTRO DO VINCULO TEM QUE ESTAR  *
      * CADASTRADO E ATIVO ('C' EM         *
      * WS-ACHOU QUANDO VALIDO)            *
      **************************************
      *
       5100-VALIDA-CENTRO.
            MOVE 'N' TO WS-ACHOU
            SET WS-FS-CCU TO 0.
            OPEN INPUT CENTROS_CUSTO
            IF WS-FS-CCU EQUAL 35
                DISPLAY "* ARQUIVO CENTROS_CUSTO NAO EXISTE *"
                MOVE 'X' TO WS-ACHOU
                GO TO 5100-VALIDA-CENTRO-FIM
            END-IF

            MOVE CCV-CENTRO-CUSTO TO CCU-CODIGO
            READ CENTROS_CUSTO
                INVALID KEY
                    DISPLAY "*** CENTRO DE CUSTO NAO CADASTRADO ***"
                NOT INVALID KEY
                    IF CCU-ATIVO
                        MOVE 'C' TO WS-ACHOU
                        DISPLAY 'CENTRO DE CUSTO: ' CCU-DESCRICAO
                    ELSE
                        DISPLAY "*** CENTRO DE CUSTO INATIVO ***"
                    END-IF
            END-READ
            CLOSE CENTROS_CUSTO.
       5100-VALIDA-CENTRO-FIM.
            EXIT.

       END PROGRAM EXERCICIO_143.
