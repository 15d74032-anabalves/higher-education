      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CADASTRO DA ESTRUTURA DE CONTAS (ESTRUTURA_CONTAS):
      * CADA CONTA USADA NO DIARIO CONTABIL (LCT-CONTA, APONTADA
      * PELOS EVENTOS DO PLANO DE CONTAS DE EXERCICIO_087) RECEBE A
      * DESCRICAO E A NATUREZA - 'A' ATIVO, 'P' PASSIVO, 'L'
      * PATRIMONIO LIQUIDO, 'R' RECEITA, 'D' DESPESA -, QUE O
      * RESULTADO POR CENTRO DE CUSTO (EXERCICIO_145) USA PARA
      * SEPARAR RECEITA DE DESPESA. A LISTAGEM CONFERE AS CONTAS DO
      * PLANO DE CONTAS AINDA SEM CLASSIFICACAO. CADA CONTA RECEBE
      * TAMBEM A LINHA DO DEMONSTRATIVO (ECT-LINHA-DEMO) USADA PELA
      * DRE E PELO BALANCO (EXERCICIO_147): CONTA DE RESULTADO ('R'
      * OU 'D') SO EM LINHA DA DRE, ATIVO SO EM 'AT', PASSIVO SO EM
      * 'PS' E PATRIMONIO SO EM 'PL'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_144.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTRUTURA_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estrutura_contas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECT-CONTA
           FILE STATUS IS WS-FS-ECT.

           SELECT PLANO_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\plano_contas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PLC-EVENTO
           FILE STATUS IS WS-FS-PLANO.
       DATA DIVISION.
       FILE SECTION.
       FD ESTRUTURA_CONTAS.
       01 REG-ESTRUTURA-CONTA.
           COPY ESTRCTA.

       FD PLANO_CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO              PIC X(12).
           03 PLC-CONTA-DEBITO        PIC X(10).
           03 PLC-CONTA-CREDITO       PIC X(10).
           03 PLC-DESCRICAO           PIC X(30).
           03 PLC-CENTRO-CUSTO        PIC X(06).

       WORKING-STORAGE SECTION.
       77 WS-FS-ECT         PIC 99.
       77 WS-FS-PLANO       PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-CONTADOR       PIC 9(005).
       77 WS-QTD-SEM-CLASSE PIC 9(005).
       77 WS-CONTA-TESTE    PIC X(010).

       01 WS-HOJE-AAAAMMDD  PIC 9(008).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A EXCLUSAO
      *> EXIGE O FLAG DE EXCLUSAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_144'.
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
            DISPLAY '|------[ ESTRUTURA DE CONTAS ]------|'
            DISPLAY "| 1 - INCLUIR CONTA                 |"
            DISPLAY "| 2 - ALTERAR CONTA                 |"
            DISPLAY "| 3 - EXCLUIR CONTA                 |"
            DISPLAY "| 4 - LISTAR CONTAS                 |"
            DISPLAY "| 5 - CONTAS DO PLANO SEM NATUREZA  |"
            DISPLAY "| 99 - SAIR                         |"
            DISPLAY '|-----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO INC-001.
            IF W-OPCAO = 2
               GO TO ALT-001.
            IF W-OPCAO = 3
               GO TO EXC-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 5
               GO TO PEN-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 5 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * INCLUSAO DE CONTA          *
      ******************************
      *
       INC-001.
            SET WS-FS-ECT TO 0.
            OPEN I-O ESTRUTURA_CONTAS
            IF WS-FS-ECT EQUAL 35
               OPEN OUTPUT ESTRUTURA_CONTAS
               CLOSE ESTRUTURA_CONTAS
               OPEN I-O ESTRUTURA_CONTAS
               DISPLAY "* ARQUIVO ESTRUTURA_CONTAS SENDO CRIADO *"
            END-IF.

            DISPLAY "---------- CADASTRO DE CONTA ----------"
            INITIALIZE REG-ESTRUTURA-CONTA
            DISPLAY 'INFORME A CONTA:'
            ACCEPT ECT-CONTA
            IF ECT-CONTA = SPACES
               DISPLAY "CONTA NAO PODE SER EM BRANCO"
               CLOSE ESTRUTURA_CONTAS
               GO TO MENU-001.
            READ ESTRUTURA_CONTAS
                NOT INVALID KEY
                    DISPLAY "*** CONTA JA CADASTRADA ***"
                    CLOSE ESTRUTURA_CONTAS
                    GO TO MENU-001
            END-READ.

       INC-002.
            DISPLAY 'INFORME A DESCRICAO DA CONTA:'
            ACCEPT ECT-DESCRICAO
            IF ECT-DESCRICAO = SPACES
               DISPLAY "DESCRICAO NAO PODE SER EM BRANCO"
               GO TO INC-002.

            PERFORM 5000-INFORMA-NATUREZA
                THRU 5000-INFORMA-NATUREZA-FIM
            MOVE WS-SIGN-OPERADOR TO ECT-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO ECT-DT-ALTERACAO.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE ESTRUTURA_CONTAS
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO INC-OPC.

            WRITE REG-ESTRUTURA-CONTA
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO - FILE STATUS: "
                        WS-FS-ECT
                NOT INVALID KEY
                    DISPLAY "*** CONTA CADASTRADA ***"
            END-WRITE
            CLOSE ESTRUTURA_CONTAS
            GO TO MENU-001.
      *
      ******************************
      * ALTERACAO DE CONTA         *
      ******************************
      *
       ALT-001.
            SET WS-FS-ECT TO 0.
            OPEN I-O ESTRUTURA_CONTAS
            IF WS-FS-ECT EQUAL 35
                DISPLAY "* ARQUIVO ESTRUTURA_CONTAS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '---------- ALTERACAO DE CONTA ----------'
            DISPLAY 'INFORME A CONTA:'
            ACCEPT ECT-CONTA
            READ ESTRUTURA_CONTAS
                INVALID KEY
                    DISPLAY "*** CONTA NAO ENCONTRADA ***"
                    CLOSE ESTRUTURA_CONTAS
                    GO TO MENU-001
            END-READ

            DISPLAY 'DESCRICAO: ' ECT-DESCRICAO
                ' NATUREZA: ' ECT-NATUREZA
                ' LINHA: ' ECT-LINHA-DEMO
            DISPLAY 'INFORME A DESCRICAO DA CONTA:'
            ACCEPT ECT-DESCRICAO
            PERFORM 5000-INFORMA-NATUREZA
                THRU 5000-INFORMA-NATUREZA-FIM

            MOVE WS-SIGN-OPERADOR TO ECT-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO ECT-DT-ALTERACAO
            REWRITE REG-ESTRUTURA-CONTA
            END-REWRITE
            CLOSE ESTRUTURA_CONTAS
            DISPLAY "*** CONTA ALTERADA ***"
            GO TO MENU-001.
      *
      ******************************
      * EXCLUSAO DE CONTA          *
      ******************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM PERMISSAO DE EXCLUSAO ***"
               GO TO MENU-001.

            SET WS-FS-ECT TO 0.
            OPEN I-O ESTRUTURA_CONTAS
            IF WS-FS-ECT EQUAL 35
                DISPLAY "* ARQUIVO ESTRUTURA_CONTAS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY 'INFORME A CONTA:'
            ACCEPT ECT-CONTA
            READ ESTRUTURA_CONTAS
                INVALID KEY
                    DISPLAY "*** CONTA NAO ENCONTRADA ***"
                NOT INVALID KEY
                    DELETE ESTRUTURA_CONTAS RECORD
                        INVALID KEY
                            DISPLAY "*** ERRO NA EXCLUSAO - FILE "
                                "STATUS: " WS-FS-ECT
                        NOT INVALID KEY
                            DISPLAY "*** CONTA EXCLUIDA ***"
                    END-DELETE
            END-READ
            CLOSE ESTRUTURA_CONTAS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS CONTAS        *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-ECT TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT ESTRUTURA_CONTAS
            IF WS-FS-ECT EQUAL 35
                DISPLAY "* ARQUIVO ESTRUTURA_CONTAS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '---------- ESTRUTURA DE CONTAS ----------'
            PERFORM UNTIL WS-EOF = 1
               READ ESTRUTURA_CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY ' CONTA: ' ECT-CONTA
                               ' ' ECT-DESCRICAO
                               ' NATUREZA: ' ECT-NATUREZA
                               ' LINHA: ' ECT-LINHA-DEMO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE CONTAS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE ESTRUTURA_CONTAS
            GO TO MENU-001.
      *
      ******************************
      * CONTAS DO PLANO DE CONTAS  *
      * AINDA SEM CLASSIFICACAO    *
      ******************************
      *
       PEN-001.
            SET WS-EOF TO 0
            SET WS-FS-PLANO TO 0
            SET WS-QTD-SEM-CLASSE TO 0
            OPEN INPUT PLANO_CONTAS
            IF WS-FS-PLANO EQUAL 35
                DISPLAY "* ARQUIVO PLANO_CONTAS NAO EXISTE *"
                GO TO MENU-001.

            SET WS-FS-ECT TO 0.
            OPEN INPUT ESTRUTURA_CONTAS

            DISPLAY '------ CONTAS DO PLANO SEM NATUREZA ------'
            PERFORM UNTIL WS-EOF = 1
               READ PLANO_CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE PLC-CONTA-DEBITO TO WS-CONTA-TESTE
                       PERFORM 5100-TESTA-CONTA
                           THRU 5100-TESTA-CONTA-FIM
                       MOVE PLC-CONTA-CREDITO TO WS-CONTA-TESTE
                       PERFORM 5100-TESTA-CONTA
                           THRU 5100-TESTA-CONTA-FIM
               END-READ
            END-PERFORM
            DISPLAY 'CONTAS SEM NATUREZA: ' WS-QTD-SEM-CLASSE
            DISPLAY " "
            CLOSE PLANO_CONTAS
            IF WS-FS-ECT NOT EQUAL 35
                CLOSE ESTRUTURA_CONTAS
            END-IF
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
       5000-INFORMA-NATUREZA.
            DISPLAY 'NATUREZA (A=ATIVO P=PASSIVO L=PATRIMONIO '
                'LIQUIDO R=RECEITA D=DESPESA):'
            ACCEPT ECT-NATUREZA
            IF NOT ECT-ATIVO AND NOT ECT-PASSIVO AND
                NOT ECT-PATRIMONIO AND NOT ECT-RECEITA AND
                NOT ECT-DESPESA
               DISPLAY "*** DIGITE APENAS A, P, L, R OU D ***"
               GO TO 5000-INFORMA-NATUREZA
            END-IF.
      *> LINHA DO DEMONSTRATIVO, COERENTE COM A NATUREZA DA CONTA.
       5010-INFORMA-LINHA.
            DISPLAY 'LINHA DA DRE (RB=RECEITA BRUTA DD=DEDUCOES '
                'CV=CUSTO DAS VENDAS DO=DESPESAS OPERACIONAIS '
                'RF=RESULTADO FINANCEIRO)'
            DISPLAY 'OU DO BALANCO (AT=ATIVO PS=PASSIVO '
                'PL=PATRIMONIO LIQUIDO):'
            ACCEPT ECT-LINHA-DEMO
            IF ECT-RECEITA OR ECT-DESPESA
               IF NOT ECT-LINHA-DRE
                  DISPLAY "*** CONTA DE RESULTADO: DIGITE RB, DD, "
                      "CV, DO OU RF ***"
                  GO TO 5010-INFORMA-LINHA
               END-IF
            ELSE
               IF (ECT-ATIVO AND ECT-LINHA-DEMO NOT = 'AT') OR
                   (ECT-PASSIVO AND ECT-LINHA-DEMO NOT = 'PS') OR
                   (ECT-PATRIMONIO AND ECT-LINHA-DEMO NOT = 'PL')
                  DISPLAY "*** LINHA NAO CONFERE COM A NATUREZA - "
                      "A=AT, P=PS, L=PL ***"
                  GO TO 5010-INFORMA-LINHA
               END-IF
            END-IF.
       5000-INFORMA-NATUREZA-FIM.
            EXIT.
      *
      *> A MESMA CONTA PODE APARECER EM MAIS DE UM EVENTO E SAIR
      *> REPETIDA NA LISTA.
       5100-TESTA-CONTA.
            IF WS-FS-ECT EQUAL 35
               DISPLAY ' EVENTO ' PLC-EVENTO ' CONTA ' WS-CONTA-TESTE
               ADD 1 TO WS-QTD-SEM-CLASSE
               GO TO 5100-TESTA-CONTA-FIM
            END-IF

            MOVE WS-CONTA-TESTE TO ECT-CONTA
            READ ESTRUTURA_CONTAS
                INVALID KEY
                    DISPLAY ' EVENTO ' PLC-EVENTO
                        ' CONTA ' WS-CONTA-TESTE
                    ADD 1 TO WS-QTD-SEM-CLASSE
            END-READ.
       5100-TESTA-CONTA-FIM.
            EXIT.

       END PROGRAM EXERCICIO_144.
