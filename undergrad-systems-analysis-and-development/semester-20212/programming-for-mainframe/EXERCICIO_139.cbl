      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CADASTRO DOS CONTRATOS DE SERVICO RECORRENTE
      * (CONTRATOS) DOS CLIENTES QUE NAO SAO ALUNOS - MANUTENCAO,
      * LOCACAO, TREINAMENTO DE EMPRESA -, CUJAS DUPLICATAS ERAM
      * DIGITADAS TODO MES EM EXERCICIO_027. O CONTRATO TEM CLIENTE
      * (CADASTRADO EM CLIENTES), VALOR MENSAL, DIA DE VENCIMENTO,
      * DATA DE INICIO E DE FIM (ZERADA = SEM PRAZO) E O INDICE E O
      * MES DO REAJUSTE ANUAL; O FATURAMENTO MENSAL E O REAJUSTE SAO
      * FEITOS PELO LOTE EXERCICIO_140. O VALOR MENSAL SO E ALTERADO
      * AQUI POR OPERADOR COM O FLAG DE APROVACAO (OP-PODE-EXCLUIR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_139.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contratos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTR-NR-CONTRATO
           FILE STATUS IS WS-FS-CONTRATOS.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
       01 REG-CONTRATO.
           COPY CONTRATO.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRATOS   PIC 99.
       77 WS-FS-CLIENTES    PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-CONTADOR       PIC 9(005).
       77 WS-ACHOU          PIC X(01).
       77 WS-VL-TOTAL       PIC S9(013)V9(002).
       77 WS-VL-MENSAL      PIC S9(013)V9(002).

       01 WS-HOJE-AAAAMMDD  PIC 9(008).
       01 WS-DT-INICIO      PIC 9(008).
       01 FILLER REDEFINES WS-DT-INICIO.
           03 WS-INICIO-ANO PIC 9(004).
           03 FILLER        PIC 9(004).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A ALTERACAO
      *> DO VALOR MENSAL EXIGE AINDA O FLAG DE APROVACAO
      *> (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_139'.
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
            DISPLAY '|-----[ CONTRATOS DE SERVICO ]-----|'
            DISPLAY "| 1 - INCLUIR CONTRATO             |"
            DISPLAY "| 2 - ALTERAR CONTRATO             |"
            DISPLAY "| 3 - CONSULTAR CONTRATO           |"
            DISPLAY "| 4 - LISTAR CONTRATOS             |"
            DISPLAY "| 99 - SAIR                        |"
            DISPLAY '|----------------------------------|'
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
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * INCLUSAO DE CONTRATO       *
      ******************************
      *
       INC-001.
            SET WS-FS-CONTRATOS TO 0.
            OPEN I-O CONTRATOS
            IF WS-FS-CONTRATOS EQUAL 35
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
               DISPLAY "* ARQUIVO CONTRATOS SENDO CRIADO *"
            END-IF.

            DISPLAY "---------- CADASTRO DE CONTRATO ----------"
            DISPLAY 'INFORME O NUMERO DO CONTRATO:'
            ACCEPT CTR-NR-CONTRATO
            IF CTR-NR-CONTRATO = ZEROS
               DISPLAY "NUMERO DO CONTRATO NAO PODE SER ZERO"
               CLOSE CONTRATOS
               GO TO MENU-001.
            READ CONTRATOS
                NOT INVALID KEY
                    DISPLAY "*** CONTRATO JA CADASTRADO ***"
                    CLOSE CONTRATOS
                    GO TO MENU-001
            END-READ.

       INC-002.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT CTR-COD-CLIENTE
            PERFORM 5000-VALIDA-CLIENTE THRU 5000-VALIDA-CLIENTE-FIM
            IF WS-ACHOU EQUAL 'X'
               CLOSE CONTRATOS
               GO TO MENU-001.
            IF WS-ACHOU NOT EQUAL 'S'
               GO TO INC-002.

       INC-003.
            DISPLAY 'INFORME A DESCRICAO DO SERVICO:'
            ACCEPT CTR-DESCRICAO
            IF CTR-DESCRICAO = SPACES
               DISPLAY "DESCRICAO NAO PODE SER EM BRANCO"
               GO TO INC-003.

       INC-004.
            DISPLAY 'INFORME O VALOR MENSAL:'
            ACCEPT CTR-VL-MENSAL
            IF CTR-VL-MENSAL NOT > ZEROS
               DISPLAY "VALOR MENSAL DEVE SER MAIOR QUE ZERO"
               GO TO INC-004.

       INC-005.
            PERFORM 5100-INFORMA-DIA-VENC
                THRU 5100-INFORMA-DIA-VENC-FIM.

       INC-006.
            DISPLAY 'INFORME A DATA DE INICIO (AAAAMMDD):'
            ACCEPT CTR-DT-INICIO
            IF CTR-DT-INICIO = ZEROS OR
                CTR-DT-INICIO(5:2) < '01' OR
                CTR-DT-INICIO(5:2) > '12' OR
                CTR-DT-INICIO(7:2) < '01' OR
                CTR-DT-INICIO(7:2) > '31'
               DISPLAY "DATA DE INICIO INVALIDA"
               GO TO INC-006.

            PERFORM 5200-INFORMA-VIGENCIA
                THRU 5200-INFORMA-VIGENCIA-FIM
            PERFORM 5300-INFORMA-REAJUSTE
                THRU 5300-INFORMA-REAJUSTE-FIM

      *> O PRIMEIRO REAJUSTE SO VEM DEPOIS DE UM ANO DE CONTRATO: O
      *> ANO DE INICIO FICA COMO O DO ULTIMO REAJUSTE.
            MOVE CTR-DT-INICIO    TO WS-DT-INICIO
            MOVE WS-INICIO-ANO    TO CTR-ANO-ULT-REAJ
            MOVE ZEROS            TO CTR-ANOMES-ULT-FAT
            MOVE 'A'              TO CTR-SITUACAO
            MOVE WS-SIGN-OPERADOR TO CTR-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO CTR-DT-ALTERACAO.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE CONTRATOS
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO INC-OPC.

       INC-WR1.
            WRITE REG-CONTRATO
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO - FILE STATUS: "
                        WS-FS-CONTRATOS
                NOT INVALID KEY
                    DISPLAY "*** CONTRATO CADASTRADO ***"
            END-WRITE
            CLOSE CONTRATOS
            GO TO MENU-001.
      *
      ******************************
      * ALTERACAO DE CONTRATO      *
      ******************************
      *
      *> O CLIENTE E A DATA DE INICIO NAO MUDAM - OUTRO CLIENTE OU
      *> OUTRO INICIO E OUTRO CONTRATO. A ULTIMA COMPETENCIA FATURADA
      *> E O ANO DO ULTIMO REAJUSTE SO SAO MEXIDOS PELO LOTE.
       ALT-001.
            SET WS-FS-CONTRATOS TO 0.
            OPEN I-O CONTRATOS
            IF WS-FS-CONTRATOS EQUAL 35
                DISPLAY "* ARQUIVO CONTRATOS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '---------- ALTERACAO DE CONTRATO ----------'
            DISPLAY 'INFORME O NUMERO DO CONTRATO:'
            ACCEPT CTR-NR-CONTRATO
            READ CONTRATOS
                INVALID KEY
                    DISPLAY "*** CONTRATO NAO ENCONTRADO ***"
                    CLOSE CONTRATOS
                    GO TO MENU-001
            END-READ

            PERFORM 5400-EXIBE-CONTRATO THRU 5400-EXIBE-CONTRATO-FIM

            DISPLAY 'INFORME A DESCRICAO DO SERVICO:'
            ACCEPT CTR-DESCRICAO.

       ALT-002.
      *> REVISAO DE VALOR FORA DO REAJUSTE ANUAL E NEGOCIACAO
      *> COMERCIAL: SO COM O FLAG DE APROVACAO.
            IF WS-SIGN-EXCLUIR EQUAL 'S'
               DISPLAY 'INFORME O VALOR MENSAL:'
               ACCEPT WS-VL-MENSAL
               IF WS-VL-MENSAL NOT > ZEROS
                  DISPLAY "VALOR MENSAL DEVE SER MAIOR QUE ZERO"
                  GO TO ALT-002
               END-IF
               MOVE WS-VL-MENSAL TO CTR-VL-MENSAL
            ELSE
               DISPLAY "* VALOR MENSAL SO E ALTERADO COM O FLAG DE "
                   "APROVACAO *"
            END-IF

            PERFORM 5100-INFORMA-DIA-VENC
                THRU 5100-INFORMA-DIA-VENC-FIM
            PERFORM 5200-INFORMA-VIGENCIA
                THRU 5200-INFORMA-VIGENCIA-FIM
            PERFORM 5300-INFORMA-REAJUSTE
                THRU 5300-INFORMA-REAJUSTE-FIM.

       ALT-003.
            DISPLAY 'SITUACAO (A=ATIVO S=SUSPENSO E=ENCERRADO):'
            ACCEPT CTR-SITUACAO
            IF NOT CTR-ATIVO AND NOT CTR-SUSPENSO AND
                NOT CTR-ENCERRADO
               DISPLAY "*** DIGITE APENAS A, S OU E ***"
               GO TO ALT-003.

            MOVE WS-SIGN-OPERADOR TO CTR-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO CTR-DT-ALTERACAO
            REWRITE REG-CONTRATO
            END-REWRITE
            CLOSE CONTRATOS
            DISPLAY "*** CONTRATO ALTERADO ***"
            GO TO MENU-001.
      *
      ******************************
      * CONSULTA DE CONTRATO       *
      ******************************
      *
       CON-001.
            SET WS-FS-CONTRATOS TO 0.
            OPEN INPUT CONTRATOS
            IF WS-FS-CONTRATOS EQUAL 35
                DISPLAY "* ARQUIVO CONTRATOS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY 'INFORME O NUMERO DO CONTRATO:'
            ACCEPT CTR-NR-CONTRATO
            READ CONTRATOS
                INVALID KEY
                    DISPLAY "*** CONTRATO NAO ENCONTRADO ***"
                NOT INVALID KEY
                    PERFORM 5400-EXIBE-CONTRATO
                        THRU 5400-EXIBE-CONTRATO-FIM
            END-READ
            CLOSE CONTRATOS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS CONTRATOS     *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-CONTRATOS TO 0
            SET WS-CONTADOR TO 0
            MOVE ZEROS TO WS-VL-TOTAL
            OPEN INPUT CONTRATOS
            IF WS-FS-CONTRATOS EQUAL 35
                DISPLAY "* ARQUIVO CONTRATOS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '---------- CONTRATOS DE SERVICO -------------'
            PERFORM UNTIL WS-EOF = 1
               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY ' CONTRATO: ' CTR-NR-CONTRATO
                               ' CLIENTE: ' CTR-COD-CLIENTE
                               ' ' CTR-DESCRICAO
                               ' SITUACAO: ' CTR-SITUACAO
                       DISPLAY '    VALOR: ' CTR-VL-MENSAL
                               ' DIA: ' CTR-DIA-VENC
                               ' ULTIMA COMPETENCIA: '
                               CTR-ANOMES-ULT-FAT
                       ADD 1 TO WS-CONTADOR
                       IF CTR-ATIVO
                           ADD CTR-VL-MENSAL TO WS-VL-TOTAL
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE CONTRATOS: ' WS-CONTADOR
            DISPLAY 'VALOR MENSAL DOS ATIVOS: ' WS-VL-TOTAL
            DISPLAY " "
            CLOSE CONTRATOS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      **************************************
      * O CLIENTE DO CONTRATO TEM QUE      *
      * ESTAR CADASTRADO EM CLIENTES       *
      **************************************
      *
       5000-VALIDA-CLIENTE.
            MOVE 'N' TO WS-ACHOU
            SET WS-FS-CLIENTES TO 0.
            OPEN INPUT CLIENTES
            IF WS-FS-CLIENTES EQUAL 35
                DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
                MOVE 'X' TO WS-ACHOU
                GO TO 5000-VALIDA-CLIENTE-FIM
            END-IF

            MOVE CTR-COD-CLIENTE TO COD-CLIENTE
            READ CLIENTES
                INVALID KEY
                    DISPLAY "*** CLIENTE NAO CADASTRADO EM CLIENTES ***"
                NOT INVALID KEY
                    MOVE 'S' TO WS-ACHOU
                    DISPLAY 'CLIENTE: ' NOME-CLIENTE
            END-READ
            CLOSE CLIENTES.
       5000-VALIDA-CLIENTE-FIM.
            EXIT.
      *
      *> DIA 29 A 31 EM MES MAIS CURTO VENCE NO ULTIMO DIA DO MES
      *> (EXERCICIO_140).
       5100-INFORMA-DIA-VENC.
            DISPLAY 'INFORME O DIA DE VENCIMENTO (01 A 31):'
            ACCEPT CTR-DIA-VENC
            IF CTR-DIA-VENC < 1 OR CTR-DIA-VENC > 31
               DISPLAY "DIA DE VENCIMENTO INVALIDO"
               GO TO 5100-INFORMA-DIA-VENC
            END-IF.
       5100-INFORMA-DIA-VENC-FIM.
            EXIT.
      *
       5200-INFORMA-VIGENCIA.
            DISPLAY 'INFORME A DATA DE FIM (AAAAMMDD, ZERO = SEM '
                'PRAZO):'
            ACCEPT CTR-DT-FIM
            IF CTR-DT-FIM NOT = ZEROS AND
                CTR-DT-FIM < CTR-DT-INICIO
               DISPLAY "DATA DE FIM ANTERIOR AO INICIO"
               GO TO 5200-INFORMA-VIGENCIA
            END-IF.
       5200-INFORMA-VIGENCIA-FIM.
            EXIT.
      *
      *> INDICE EM BRANCO = CONTRATO SEM REAJUSTE. O PERCENTUAL DO
      *> INDICE E CADASTRADO EM PARAMETROS NO CODIGO 'REAJ-' + INDICE.
       5300-INFORMA-REAJUSTE.
            DISPLAY 'INFORME O INDICE DE REAJUSTE (EX: IGPM, IPCA; '
                'BRANCO = SEM REAJUSTE):'
            ACCEPT CTR-INDICE
            IF CTR-INDICE = SPACES
               MOVE ZEROS TO CTR-MES-REAJUSTE
               GO TO 5300-INFORMA-REAJUSTE-FIM
            END-IF.

       5300-INFORMA-MES.
            DISPLAY 'INFORME O MES DO REAJUSTE ANUAL (01 A 12):'
            ACCEPT CTR-MES-REAJUSTE
            IF CTR-MES-REAJUSTE < 1 OR CTR-MES-REAJUSTE > 12
               DISPLAY "MES DE REAJUSTE INVALIDO"
               GO TO 5300-INFORMA-MES
            END-IF.
       5300-INFORMA-REAJUSTE-FIM.
            EXIT.
      *
       5400-EXIBE-CONTRATO.
            DISPLAY 'CONTRATO: ' CTR-NR-CONTRATO
                ' CLIENTE: ' CTR-COD-CLIENTE
                ' ' CTR-DESCRICAO
            DISPLAY 'VALOR MENSAL: ' CTR-VL-MENSAL
                ' DIA DE VENCIMENTO: ' CTR-DIA-VENC
            DISPLAY 'VIGENCIA: ' CTR-DT-INICIO ' A ' CTR-DT-FIM
            DISPLAY 'REAJUSTE: ' CTR-INDICE ' MES ' CTR-MES-REAJUSTE
                ' ULTIMO EM ' CTR-ANO-ULT-REAJ
            DISPLAY 'ULTIMA COMPETENCIA FATURADA: ' CTR-ANOMES-ULT-FAT
                ' SITUACAO: ' CTR-SITUACAO
            DISPLAY 'ULTIMA ALTERACAO: ' CTR-DT-ALTERACAO
                ' POR ' CTR-OPERADOR.
       5400-EXIBE-CONTRATO-FIM.
            EXIT.

       END PROGRAM EXERCICIO_139.
