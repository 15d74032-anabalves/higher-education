      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: MOVIMENTO BANCARIO DA EMPRESA: CADASTRO DAS CONTAS
      * BANCARIAS (CONTAS_BANCO - UMA POR BANCO CADASTRADO EM BANCOS,
      * EXERCICIO_081, COM AGENCIA, NUMERO DA CONTA E SALDO DE
      * IMPLANTACAO), EXTRATO DA CONTA A PARTIR DE MOVTO_BANCO E OS
      * LANCAMENTOS MANUAIS QUE NAO VEM DE NENHUM OUTRO PROGRAMA:
      * TARIFA BANCARIA (DEBITO), TRANSFERENCIA ENTRE CONTAS
      * PROPRIAS (DEBITO NUMA E CREDITO NA OUTRA) E AJUSTE (CREDITO
      * OU DEBITO, SO COM O FLAG DE APROVACAO OP-PODE-EXCLUIR). OS
      * CREDITOS DO RETORNO (EXERCICIO_035) E DO PIX
      * (EXERCICIO_136), OS DEBITOS DO BORDERO (EXERCICIO_091) E OS
      * DEPOSITOS DO CAIXA (EXERCICIO_084) ENTRAM SOZINHOS PELA
      * SUBROTINA LANCA_BANCO, A MESMA USADA AQUI. MOVIMENTO DATADO
      * EM MES CONTABIL FECHADO (EXERCICIO_090) E RECUSADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_137.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contas_banco.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBC-COD-BANCO
           FILE STATUS IS WS-FS-CONTAS.

           SELECT BANCOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bancos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BCO-CODIGO
           FILE STATUS IS WS-FS-BANCOS.

           SELECT MOVTO_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\movto_banco.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOVTO.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS_BANCO.
       01 REG-CONTA-BANCO.
           COPY CONTABCO.

       FD BANCOS.
       01 REG-BANCO.
           03 BCO-CODIGO              PIC 9(03).
           03 BCO-NOME                PIC X(20).
           03 BCO-CARTEIRA            PIC X(10).
           03 BCO-ATIVO               PIC X(01).
              88 BCO-BANCO-ATIVO     VALUE 'S'.

       FD MOVTO_BANCO.
       01 REG-MOVTO-BANCO.
           COPY MOVBCO.

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTAS      PIC 99.
       77 WS-FS-BANCOS      PIC 99.
       77 WS-FS-MOVTO       PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-CONTADOR       PIC 9(005).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-COD-BANCO      PIC 9(003).
       77 WS-COD-BANCO-DEST PIC 9(003).

      *> PARAMETROS DA SUBROTINA LANCA_BANCO.
       77 WS-LB-COD-BANCO   PIC 9(003).
       77 WS-LB-DATA        PIC 9(008).
       77 WS-LB-TIPO        PIC X(001).
       77 WS-LB-VALOR       PIC S9(013)V9(002).
       77 WS-LB-ORIGEM      PIC X(003).
       77 WS-LB-DOCUMENTO   PIC X(012).
       77 WS-LB-HISTORICO   PIC X(030).
       77 WS-LB-RESULTADO   PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK).
       77 WS-PC-DATA        PIC 9(008).
       77 WS-PC-RESULTADO   PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); O AJUSTE EXIGE
      *> AINDA O FLAG DE APROVACAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_137'.
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
            DISPLAY '|-----[ MOVIMENTO BANCARIO ]-----|'
            DISPLAY "| 1 - INCLUIR CONTA              |"
            DISPLAY "| 2 - ALTERAR CONTA              |"
            DISPLAY "| 3 - LISTAR CONTAS              |"
            DISPLAY "| 4 - EXTRATO DA CONTA           |"
            DISPLAY "| 5 - LANCAR TARIFA              |"
            DISPLAY "| 6 - TRANSFERENCIA ENTRE CONTAS |"
            DISPLAY "| 7 - AJUSTE                     |"
            DISPLAY "| 99 - SAIR                      |"
            DISPLAY '|--------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO INC-001.
            IF W-OPCAO = 2
               GO TO ALT-001.
            IF W-OPCAO = 3
               GO TO LIS-001.
            IF W-OPCAO = 4
               GO TO EXT-001.
            IF W-OPCAO = 5
               GO TO TAR-001.
            IF W-OPCAO = 6
               GO TO TRF-001.
            IF W-OPCAO = 7
               GO TO AJU-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 7 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * INCLUSAO DE CONTA          *
      ******************************
      *
       INC-001.
            DISPLAY "---------- CADASTRO DE CONTA BANCARIA ----------"
            DISPLAY 'INFORME O CODIGO DO BANCO:'
            ACCEPT WS-COD-BANCO

      *> A CONTA SO PODE SER ABERTA PARA UM BANCO DO CADASTRO DE
      *> BANCOS (EXERCICIO_081).
            SET WS-FS-BANCOS TO 0.
            OPEN INPUT BANCOS
            IF WS-FS-BANCOS EQUAL 35
                DISPLAY "* ARQUIVO BANCOS NAO EXISTE *"
                GO TO MENU-001.
            MOVE WS-COD-BANCO TO BCO-CODIGO
            READ BANCOS
                INVALID KEY
                    DISPLAY "*** BANCO NAO CADASTRADO EM BANCOS ***"
                    CLOSE BANCOS
                    GO TO MENU-001
            END-READ
            CLOSE BANCOS
            DISPLAY 'BANCO: ' BCO-NOME

            SET WS-FS-CONTAS TO 0.
            OPEN I-O CONTAS_BANCO
            IF WS-FS-CONTAS EQUAL 35
               OPEN OUTPUT CONTAS_BANCO
               CLOSE CONTAS_BANCO
               OPEN I-O CONTAS_BANCO
               DISPLAY "* ARQUIVO CONTAS_BANCO SENDO CRIADO *"
            END-IF.

            MOVE WS-COD-BANCO TO CBC-COD-BANCO
            READ CONTAS_BANCO
                NOT INVALID KEY
                    DISPLAY "*** BANCO JA TEM CONTA CADASTRADA ***"
                    CLOSE CONTAS_BANCO
                    GO TO MENU-001
            END-READ.

       INC-002.
            DISPLAY 'INFORME A AGENCIA:'
            ACCEPT CBC-AGENCIA
            IF CBC-AGENCIA = SPACES
               DISPLAY "AGENCIA NAO PODE SER EM BRANCO"
               GO TO INC-002.

       INC-003.
            DISPLAY 'INFORME O NUMERO DA CONTA:'
            ACCEPT CBC-NR-CONTA
            IF CBC-NR-CONTA = SPACES
               DISPLAY "NUMERO DA CONTA NAO PODE SER EM BRANCO"
               GO TO INC-003.

       INC-004.
            DISPLAY 'INFORME A DATA DE IMPLANTACAO (AAAAMMDD):'
            ACCEPT CBC-DT-ABERTURA
            IF CBC-DT-ABERTURA = ZEROS OR
                CBC-DT-ABERTURA > WS-HOJE-AAAAMMDD
               DISPLAY "DATA DE IMPLANTACAO INVALIDA"
               GO TO INC-004.

            DISPLAY 'INFORME O SALDO NA DATA DE IMPLANTACAO:'
            ACCEPT CBC-VL-SALDO-INICIAL
            MOVE CBC-VL-SALDO-INICIAL TO CBC-VL-SALDO-ATUAL
            MOVE CBC-DT-ABERTURA      TO CBC-DT-ULT-MOVTO
            MOVE 'S'                  TO CBC-ATIVA.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               CLOSE CONTAS_BANCO
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO INC-OPC.

       INC-WR1.
            WRITE REG-CONTA-BANCO
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO - FILE STATUS: "
                        WS-FS-CONTAS
                NOT INVALID KEY
                    DISPLAY "*** CONTA CADASTRADA ***"
            END-WRITE
            CLOSE CONTAS_BANCO
            GO TO MENU-001.
      *
      ******************************
      * ALTERACAO DE CONTA         *
      ******************************
      *
      *> O SALDO NAO E ALTERADO AQUI - DIFERENCA DE SALDO ENTRA COMO
      *> AJUSTE, PARA FICAR NO MOVIMENTO.
       ALT-001.
            SET WS-FS-CONTAS TO 0.
            OPEN I-O CONTAS_BANCO
            IF WS-FS-CONTAS EQUAL 35
                DISPLAY "* ARQUIVO CONTAS_BANCO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '---------- ALTERACAO DE CONTA BANCARIA ----------'
            DISPLAY 'INFORME O CODIGO DO BANCO:'
            ACCEPT CBC-COD-BANCO
            READ CONTAS_BANCO
                INVALID KEY
                    DISPLAY "*** CONTA NAO ENCONTRADA ***"
                    CLOSE CONTAS_BANCO
                    GO TO MENU-001
            END-READ

            DISPLAY 'AGENCIA: ' CBC-AGENCIA
                ' CONTA: ' CBC-NR-CONTA
                ' ATIVA: ' CBC-ATIVA
            DISPLAY 'SALDO ATUAL: ' CBC-VL-SALDO-ATUAL
                ' ULTIMO MOVIMENTO: ' CBC-DT-ULT-MOVTO

            DISPLAY 'INFORME A AGENCIA:'
            ACCEPT CBC-AGENCIA
            DISPLAY 'INFORME O NUMERO DA CONTA:'
            ACCEPT CBC-NR-CONTA.

       ALT-002.
            DISPLAY 'CONTA ATIVA PARA LANCAMENTOS (S/N)?'
            ACCEPT CBC-ATIVA
            IF CBC-ATIVA NOT = 'S' AND 'N'
               DISPLAY "*** DIGITE APENAS S OU N ***"
               GO TO ALT-002.

            REWRITE REG-CONTA-BANCO
            END-REWRITE
            CLOSE CONTAS_BANCO
            DISPLAY "*** CONTA ALTERADA ***"
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS CONTAS        *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-CONTAS TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT CONTAS_BANCO
            IF WS-FS-CONTAS EQUAL 35
                DISPLAY "* ARQUIVO CONTAS_BANCO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '---------- CONTAS BANCARIAS -------------'
            PERFORM UNTIL WS-EOF = 1
               READ CONTAS_BANCO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY ' BANCO: ' CBC-COD-BANCO
                               ' AGENCIA: ' CBC-AGENCIA
                               ' CONTA: ' CBC-NR-CONTA
                               ' ATIVA: ' CBC-ATIVA
                       DISPLAY '    SALDO ATUAL: ' CBC-VL-SALDO-ATUAL
                               ' ULTIMO MOVIMENTO: ' CBC-DT-ULT-MOVTO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE CONTAS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE CONTAS_BANCO
            GO TO MENU-001.
      *
      ******************************
      * EXTRATO DA CONTA           *
      ******************************
      *
       EXT-001.
            DISPLAY 'INFORME O CODIGO DO BANCO:'
            ACCEPT WS-COD-BANCO

            SET WS-EOF TO 0
            SET WS-FS-MOVTO TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT MOVTO_BANCO
            IF WS-FS-MOVTO EQUAL 35
                DISPLAY "* ARQUIVO MOVTO_BANCO NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '------ EXTRATO DA CONTA DO BANCO ' WS-COD-BANCO
                ' ------'
            PERFORM UNTIL WS-EOF = 1
               READ MOVTO_BANCO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MBC-COD-BANCO EQUAL WS-COD-BANCO
                           DISPLAY ' ' MBC-DT-MOVTO
                                   ' ' MBC-TIPO
                                   ' ' MBC-VL-MOVTO
                                   ' ' MBC-ORIGEM
                                   ' ' MBC-DOCUMENTO
                                   ' ' MBC-HISTORICO
                                   ' SALDO: ' MBC-VL-SALDO-APOS
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'LANCAMENTOS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE MOVTO_BANCO
            GO TO MENU-001.
      *
      ******************************
      * TARIFA BANCARIA (DEBITO)   *
      ******************************
      *
       TAR-001.
            DISPLAY '---------- LANCAMENTO DE TARIFA ----------'
            DISPLAY 'INFORME O CODIGO DO BANCO:'
            ACCEPT WS-LB-COD-BANCO
            PERFORM 5000-INFORMA-LANCAMENTO
                THRU 5000-INFORMA-LANCAMENTO-FIM
            IF WS-PC-RESULTADO EQUAL 'F'
                GO TO MENU-001.

            MOVE 'D'   TO WS-LB-TIPO
            MOVE 'TAR' TO WS-LB-ORIGEM
            PERFORM 5100-CHAMA-LANCA-BANCO
                THRU 5100-CHAMA-LANCA-BANCO-FIM
            GO TO MENU-001.
      *
      ******************************
      * TRANSFERENCIA ENTRE CONTAS *
      * PROPRIAS                   *
      ******************************
      *
       TRF-001.
            DISPLAY '---------- TRANSFERENCIA ENTRE CONTAS ----------'
            DISPLAY 'INFORME O BANCO DE ORIGEM (DEBITO):'
            ACCEPT WS-COD-BANCO
            DISPLAY 'INFORME O BANCO DE DESTINO (CREDITO):'
            ACCEPT WS-COD-BANCO-DEST
            IF WS-COD-BANCO EQUAL WS-COD-BANCO-DEST
                DISPLAY "*** ORIGEM E DESTINO SAO A MESMA CONTA ***"
                GO TO MENU-001.

      *> AS DUAS CONTAS SAO CONFERIDAS ANTES DE QUALQUER LANCAMENTO,
      *> PARA A TRANSFERENCIA NAO FICAR PELA METADE.
            SET WS-FS-CONTAS TO 0.
            OPEN INPUT CONTAS_BANCO
            IF WS-FS-CONTAS EQUAL 35
                DISPLAY "* ARQUIVO CONTAS_BANCO NAO EXISTE *"
                GO TO MENU-001.
            MOVE WS-COD-BANCO TO CBC-COD-BANCO
            READ CONTAS_BANCO
                INVALID KEY
                    MOVE 'N' TO CBC-ATIVA
            END-READ
            IF NOT CBC-CONTA-ATIVA
                DISPLAY "*** CONTA DE ORIGEM INEXISTENTE OU INATIVA ***"
                CLOSE CONTAS_BANCO
                GO TO MENU-001.
            MOVE WS-COD-BANCO-DEST TO CBC-COD-BANCO
            READ CONTAS_BANCO
                INVALID KEY
                    MOVE 'N' TO CBC-ATIVA
            END-READ
            IF NOT CBC-CONTA-ATIVA
                DISPLAY "*** CONTA DE DESTINO INEXISTENTE OU INATIVA "
                    "***"
                CLOSE CONTAS_BANCO
                GO TO MENU-001.
            CLOSE CONTAS_BANCO

            MOVE WS-COD-BANCO TO WS-LB-COD-BANCO
            PERFORM 5000-INFORMA-LANCAMENTO
                THRU 5000-INFORMA-LANCAMENTO-FIM
            IF WS-PC-RESULTADO EQUAL 'F'
                GO TO MENU-001.

            MOVE 'D'   TO WS-LB-TIPO
            MOVE 'TRF' TO WS-LB-ORIGEM
            PERFORM 5100-CHAMA-LANCA-BANCO
                THRU 5100-CHAMA-LANCA-BANCO-FIM
            IF WS-LB-RESULTADO NOT EQUAL 'L'
                GO TO MENU-001.

            MOVE WS-COD-BANCO-DEST TO WS-LB-COD-BANCO
            MOVE 'C'               TO WS-LB-TIPO
            PERFORM 5100-CHAMA-LANCA-BANCO
                THRU 5100-CHAMA-LANCA-BANCO-FIM
            IF WS-LB-RESULTADO NOT EQUAL 'L'
                DISPLAY "*** ATENCAO: DEBITO NA ORIGEM LANCADO SEM O "
                    "CREDITO NO DESTINO - LANCE O CREDITO POR AJUSTE "
                    "***"
            END-IF
            GO TO MENU-001.
      *
      ******************************
      * AJUSTE (CREDITO OU DEBITO) *
      ******************************
      *
       AJU-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

            DISPLAY '---------- AJUSTE DE SALDO ----------'
            DISPLAY 'INFORME O CODIGO DO BANCO:'
            ACCEPT WS-LB-COD-BANCO.

       AJU-002.
            DISPLAY 'CREDITO OU DEBITO (C/D)?'
            ACCEPT WS-LB-TIPO
            IF WS-LB-TIPO NOT = 'C' AND 'D'
               DISPLAY "*** DIGITE APENAS C OU D ***"
               GO TO AJU-002.

            PERFORM 5000-INFORMA-LANCAMENTO
                THRU 5000-INFORMA-LANCAMENTO-FIM
            IF WS-PC-RESULTADO EQUAL 'F'
                GO TO MENU-001.

            MOVE 'AJU' TO WS-LB-ORIGEM
            PERFORM 5100-CHAMA-LANCA-BANCO
                THRU 5100-CHAMA-LANCA-BANCO-FIM
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      **************************************
      * DADOS COMUNS DO LANCAMENTO MANUAL: *
      * DATA (CONFERIDA CONTRA O PERIODO   *
      * CONTABIL), VALOR, DOCUMENTO E      *
      * HISTORICO                          *
      **************************************
      *
       5000-INFORMA-LANCAMENTO.
            DISPLAY 'INFORME A DATA DO LANCAMENTO (AAAAMMDD):'
            ACCEPT WS-LB-DATA
            IF WS-LB-DATA = ZEROS OR WS-LB-DATA > WS-HOJE-AAAAMMDD
                DISPLAY "DATA DO LANCAMENTO INVALIDA"
                GO TO 5000-INFORMA-LANCAMENTO
            END-IF

            MOVE WS-LB-DATA TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
            IF WS-PC-RESULTADO EQUAL 'F'
                DISPLAY "*** MES CONTABIL JA FECHADO (EXERCICIO_090) "
                    "- LANCAMENTO RECUSADO ***"
                GO TO 5000-INFORMA-LANCAMENTO-FIM
            END-IF.

       5000-INFORMA-VALOR.
            DISPLAY 'INFORME O VALOR:'
            ACCEPT WS-LB-VALOR
            IF WS-LB-VALOR NOT > ZEROS
                DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
                GO TO 5000-INFORMA-VALOR
            END-IF

            DISPLAY 'INFORME O DOCUMENTO:'
            ACCEPT WS-LB-DOCUMENTO
            DISPLAY 'INFORME O HISTORICO:'
            ACCEPT WS-LB-HISTORICO.
       5000-INFORMA-LANCAMENTO-FIM.
            EXIT.
      *
      **************************************
      * LANCAMENTO PELA SUBROTINA          *
      * LANCA_BANCO E MENSAGEM DO          *
      * RESULTADO                          *
      **************************************
      *
       5100-CHAMA-LANCA-BANCO.
            CALL 'LANCA_BANCO' USING WS-LB-COD-BANCO, WS-LB-DATA,
                WS-LB-TIPO, WS-LB-VALOR, WS-LB-ORIGEM,
                WS-LB-DOCUMENTO, WS-LB-HISTORICO, WS-SIGN-OPERADOR,
                WS-LB-RESULTADO
            EVALUATE WS-LB-RESULTADO
                WHEN 'L'
                    DISPLAY "LANCADO: BANCO " WS-LB-COD-BANCO
                        " " WS-LB-TIPO " " WS-LB-VALOR
                WHEN 'N'
                    DISPLAY "*** BANCO " WS-LB-COD-BANCO
                        " SEM CONTA OU CONTA INATIVA ***"
                WHEN OTHER
                    DISPLAY "*** TIPO OU VALOR INVALIDO ***"
            END-EVALUATE.
       5100-CHAMA-LANCA-BANCO-FIM.
            EXIT.

       END PROGRAM EXERCICIO_137.
