      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: COMPENSACAO DOS CREDITOS DE CLIENTE (CREDITOS_CLI,
      * GRAVADOS PELA NOTA DE CREDITO DE DEVOLUCAO - EXERCICIO_104):
      * MOSTRA O SALDO DE CREDITO DO CLIENTE AO LADO DAS DUPLICATAS
      * EM ABERTO (DUPLICATAS, COM A MARCA DE DUPL_VENCIDAS E
      * DUPL_PARCIAIS), APLICA O CREDITO NA DUPLICATA ESCOLHIDA OU,
      * POR PADRAO, DO VENCIMENTO MAIS ANTIGO PARA O MAIS NOVO, E
      * LANCA A COMPENSACAO COMO BAIXA PELAS REGRAS DO RETORNO
      * BANCARIO (EXERCICIO_035, TOLERANCIA TOLER-BAIXA) COM A FORMA
      * 'CRD' EM FORMAS_BAIXA E A TRILHA DE AUDITORIA FINANCEIRA
      * (AUDITFIN.CPY). O CREDITO E REDUZIDO NO PROPRIO CREDITOS_CLI
      * (SALDO ZERO = CREDITO ENCERRADO) E CADA USO, PARCIAL OU
      * TOTAL, FICA NO HISTORICO CREDITOS_CLI_USO. CLIENTE SEM
      * DUPLICATA EM ABERTO PODE RECEBER O CREDITO DE VOLTA EM
      * DINHEIRO (REEMBOLSO), DEBITADO NA CONTA DO BANCO INFORMADO
      * (SUBROTINA LANCA_BANCO, ORIGEM 'REE') E REGISTRADO NA TRILHA
      * DE AUDITORIA COM O CREDITO ANTES E DEPOIS; O EXERCICIO_040
      * LEVA O REEMBOLSO AO DIARIO NO EVENTO REEMBOLSO. ACABA O
      * CREDITO ESQUECIDO ENQUANTO O CLIENTE CONTINUA PAGANDO AS
      * DUPLICATAS CHEIAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_126.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITOS_CLI ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_cli.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CRED.

           SELECT CREDITOS_CLI_USO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_cli_uso.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-USO.

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.

           SELECT DUPL_PAGAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PAGAS
           FILE STATUS     IS WS-FS-DUPL_PAGAS.

           SELECT DUPL_VENCIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_VENCIDAS
           FILE STATUS     IS WS-FS-DUPL_VENCIDAS.

           SELECT DUPL_PARCIAIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PARCIAIS
           FILE STATUS     IS WS-FS-DUPL_PARCIAIS.

           SELECT FORMAS_BAIXA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\formas_baixa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS FBA-NR-DUPLICATA
           FILE STATUS     IS WS-FS-FORMAS.

           SELECT AUDIT_FINANCEIRO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
      *> MESMO LAYOUT GRAVADO PELA NOTA DE CREDITO (EXERCICIO_104).
      *> CRC-VL-CREDITO E O SALDO AINDA NAO USADO: CADA COMPENSACAO
      *> OU REEMBOLSO REGRAVA O REGISTRO COM O SALDO RESTANTE, E O
      *> CREDITO COM SALDO ZERO ESTA ENCERRADO.
       FD CREDITOS_CLI.
       01 REG-CREDITO-CLI.
           03 CRC-COD-CLIENTE          PIC 9(005).
           03 CRC-NR-PEDIDO            PIC 9(007).
           03 CRC-VL-CREDITO           PIC S9(013)V9(002).
           03 CRC-DT-CREDITO           PIC 9(008).
           03 CRC-MOTIVO               PIC X(020).

      *> HISTORICO DE USO DOS CREDITOS: UM REGISTRO POR CREDITO
      *> TOCADO EM CADA COMPENSACAO ('CMP') OU REEMBOLSO EM DINHEIRO
      *> ('REE'), COM O SALDO ANTES E DEPOIS DO USO. O CREDITO E
      *> IDENTIFICADO PELO PEDIDO E PELA DATA DA NOTA DE CREDITO.
       FD CREDITOS_CLI_USO.
       01 REG-CREDITO-USO.
           03 CRU-COD-CLIENTE          PIC 9(005).
           03 CRU-NR-PEDIDO            PIC 9(007).
           03 CRU-DT-CREDITO           PIC 9(008).
           03 CRU-TIPO                 PIC X(003).
           03 CRU-NR-DUPLICATA         PIC 9(007).
           03 CRU-VL-USADO             PIC S9(013)V9(002).
           03 CRU-VL-SALDO-ANT         PIC S9(013)V9(002).
           03 CRU-VL-SALDO-NOVO        PIC S9(013)V9(002).
           03 CRU-OPERADOR             PIC X(008).
           03 CRU-DATA-HORA            PIC 9(014).

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD DUPL_PAGAS.
       01 REG-DUPL_PAGAS.
           COPY DUPLICATA.

       FD DUPL_VENCIDAS.
       01 REG-DUPL_VENCIDAS.
           COPY DUPLICATA.

       FD DUPL_PARCIAIS.
       01 REG-DUPL_PARCIAIS.
           COPY DUPLICATA.

       FD FORMAS_BAIXA.
       01 REG-FORMA-BAIXA.
           03 FBA-NR-DUPLICATA         PIC 9(007).
           03 FBA-FORMA                PIC X(003).
           03 FBA-DT-BAIXA             PIC 9(008).
           03 FBA-ORIGEM               PIC X(003).

       FD AUDIT_FINANCEIRO.
       01 REG-AUDIT-FINANCEIRO.
           COPY AUDITFIN.

       WORKING-STORAGE SECTION.
       77 WS-FS-CRED                   PIC 99.
       77 WS-FS-USO                    PIC 99.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-DUPL_PAGAS             PIC 99.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-DUPL_PARCIAIS          PIC 99.
       77 WS-FS-FORMAS                 PIC 99.
       77 WS-FS-AUDIT                  PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-CONTADOR                  PIC 9(003).
       77 W-OPCAO                      PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-COD-CLIENTE               PIC 9(005).
       77 WS-NR-DUPLICATA              PIC 9(007).
       77 WS-TIPO-USO                  PIC X(003).
       77 WS-VL-CREDITO-DISP           PIC S9(013)V9(002).
       77 WS-VL-APLICAR                PIC S9(013)V9(002).
       77 WS-VL-A-CONSUMIR             PIC S9(013)V9(002).
       77 WS-VL-USO                    PIC S9(013)V9(002).
       77 WS-VL-SALDO                  PIC S9(013)V9(002).
       77 WS-VL-APLICADO-TOT           PIC S9(013)V9(002).
       77 WS-VL-PAGO-ACUM              PIC S9(013)V9(002).
       77 WS-VL-TOLERANCIA             PIC S9(013)V9(002).
       77 WS-LANCADO                   PIC X(001).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> DEBITO DO REEMBOLSO NA CONTA BANCARIA (SUBROTINA
      *> LANCA_BANCO), COMO O BORDERO FAZ NO PAGAMENTO A FORNECEDOR.
       77 WS-LB-COD-BANCO              PIC 9(003).
       77 WS-LB-TIPO                   PIC X(001) VALUE 'D'.
       77 WS-LB-ORIGEM                 PIC X(003) VALUE 'REE'.
       77 WS-LB-DOCUMENTO              PIC X(012).
       77 WS-LB-HISTORICO              PIC X(030).
       77 WS-LB-RESULTADO              PIC X(001).
       77 WS-VL-CREDITO-ANT            PIC S9(013)V9(002).

      *> IMAGEM ANTERIOR DA DUPLICATA PARA A TRILHA DE AUDITORIA.
       77 WS-VL-FATURA-ANT             PIC S9(013)V9(002).
       77 WS-VL-PAGO-ANT               PIC S9(013)V9(002).
       77 WS-ST-ANT                    PIC X(003).

      *> DUPLICATAS EM ABERTO DO CLIENTE, CARREGADAS DO MASTER COM A
      *> MARCA DE ONDE MAIS ELAS ESTAO (V = DUPL_VENCIDAS, P =
      *> DUPL_PARCIAIS). WS-ABT-FEITA MARCA A DUPLICATA JA TRATADA
      *> NESTA COMPENSACAO, PARA A ORDEM DE VENCIMENTO NAO VOLTAR A
      *> ELA.
       77 WS-QTD-ABERTAS               PIC 9(003).
       77 WS-IDX                       PIC 9(003).
       77 WS-IDX-ESCOLHIDA             PIC 9(003).
       77 WS-DT-MENOR                  PIC 9(008).
       01 WS-TAB-ABERTAS.
           03 WS-ABT-ITEM OCCURS 200 TIMES.
              05 WS-ABT-NR-DUPLICATA   PIC 9(007).
              05 WS-ABT-DT-VENCIMENTO  PIC 9(008).
              05 WS-ABT-VL-SALDO       PIC S9(013)V9(002).
              05 WS-ABT-ST-DUPLICATA   PIC X(003).
              05 WS-ABT-ONDE           PIC X(002).
              05 WS-ABT-FEITA          PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> MOVIMENTO DATADO DENTRO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADO.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON): A COMPENSACAO
      *> BAIXA DUPLICATAS, ENTAO USA A PERMISSAO DE DUPLICATAS.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_126'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM):
      *> CADA GRAVACAO NOS MASTERS CRITICOS FICA NO JORNAL PARA O
      *> ROLL-FORWARD (EXERCICIO_122) DEPOIS DE UMA RESTAURACAO.
       77 WS-JR-ARQUIVO    PIC X(012).
       77 WS-JR-CHAVE      PIC X(020).
       77 WS-JR-IMAGEM     PIC X(150).


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
            DISPLAY '|---[ CREDITOS DE CLIENTE ]------|'
            DISPLAY "| 1 - CONSULTAR CREDITO/ABERTAS  |"
            DISPLAY "| 2 - COMPENSAR EM DUPLICATAS    |"
            DISPLAY "| 3 - REEMBOLSO EM DINHEIRO      |"
            DISPLAY "| 4 - HISTORICO DE USO           |"
            DISPLAY "| 99 - SAIR                      |"
            DISPLAY '|--------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO CON-001.
            IF W-OPCAO = 2
               GO TO CMP-001.
            IF W-OPCAO = 3
               GO TO REE-001.
            IF W-OPCAO = 4
               GO TO HIS-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ************************************
      * CONSULTA: CREDITOS E DUPLICATAS  *
      * EM ABERTO DO CLIENTE             *
      ************************************
      *
       CON-001.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT WS-COD-CLIENTE

            PERFORM 1000-LISTA-CREDITOS THRU 1000-LISTA-CREDITOS-FIM
            PERFORM 2000-CARREGA-ABERTAS THRU 2000-CARREGA-ABERTAS-FIM
            PERFORM 2500-LISTA-ABERTAS THRU 2500-LISTA-ABERTAS-FIM
            GO TO MENU-001.
      *
      ************************************
      * COMPENSACAO DO CREDITO EM        *
      * DUPLICATAS EM ABERTO             *
      ************************************
      *
       CMP-001.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT WS-COD-CLIENTE

            MOVE WS-HOJE-AAAAMMDD TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
            IF WS-PC-RESULTADO EQUAL 'F'
                DISPLAY "*** MES CONTABIL DE HOJE JA FECHADO "
                    "(EXERCICIO_090) - COMPENSACAO RECUSADA ***"
                GO TO MENU-001.

       CMP-002.
            PERFORM 6000-CARREGA-PARAMETROS
                THRU 6000-CARREGA-PARAMETROS-FIM
            IF WS-PARAM-ACHOU NOT EQUAL 'S'
                GO TO MENU-001.

       CMP-003.
            PERFORM 1000-LISTA-CREDITOS THRU 1000-LISTA-CREDITOS-FIM
            IF WS-VL-CREDITO-DISP NOT > ZEROS
                DISPLAY "*** CLIENTE SEM CREDITO DISPONIVEL ***"
                GO TO MENU-001.

            PERFORM 2000-CARREGA-ABERTAS THRU 2000-CARREGA-ABERTAS-FIM
            PERFORM 2500-LISTA-ABERTAS THRU 2500-LISTA-ABERTAS-FIM
            IF WS-QTD-ABERTAS EQUAL ZEROS
                DISPLAY "*** CLIENTE SEM DUPLICATA EM ABERTO - USE "
                    "O REEMBOLSO (OPCAO 3) ***"
                GO TO MENU-001.

       CMP-004.
            DISPLAY 'INFORME A DUPLICATA A COMPENSAR (0 = TODAS, DO '
                'VENCIMENTO MAIS ANTIGO PARA O MAIS NOVO):'
            ACCEPT WS-NR-DUPLICATA
            MOVE ZEROS TO WS-VL-APLICADO-TOT
            MOVE 'CMP' TO WS-TIPO-USO

            IF WS-NR-DUPLICATA NOT EQUAL ZEROS
                GO TO CMP-006.

      *> ORDEM PADRAO: A CADA VOLTA PEGA A DUPLICATA AINDA NAO
      *> TRATADA DE VENCIMENTO MAIS ANTIGO, ATE ACABAR O CREDITO OU
      *> AS DUPLICATAS.
       CMP-005.
            PERFORM 2600-PROXIMA-VENCIMENTO
                THRU 2600-PROXIMA-VENCIMENTO-FIM
            IF WS-IDX-ESCOLHIDA EQUAL ZEROS OR
                WS-VL-CREDITO-DISP NOT > ZEROS
                GO TO CMP-007.
            PERFORM 3000-COMPENSA-DUPLICATA
                THRU 3000-COMPENSA-DUPLICATA-FIM
            GO TO CMP-005.

       CMP-006.
            MOVE ZEROS TO WS-IDX-ESCOLHIDA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-ABERTAS
                IF WS-ABT-NR-DUPLICATA(WS-IDX) EQUAL WS-NR-DUPLICATA
                    MOVE WS-IDX TO WS-IDX-ESCOLHIDA
                END-IF
            END-PERFORM
            IF WS-IDX-ESCOLHIDA EQUAL ZEROS
                DISPLAY "*** DUPLICATA NAO ESTA EM ABERTO PARA ESTE "
                    "CLIENTE ***"
                GO TO MENU-001.
            PERFORM 3000-COMPENSA-DUPLICATA
                THRU 3000-COMPENSA-DUPLICATA-FIM.

       CMP-007.
            DISPLAY " "
            DISPLAY "TOTAL COMPENSADO: " WS-VL-APLICADO-TOT
                "   CREDITO RESTANTE: " WS-VL-CREDITO-DISP
            DISPLAY " "
            GO TO MENU-001.
      *
      ************************************
      * REEMBOLSO EM DINHEIRO (SO PARA   *
      * CLIENTE SEM DUPLICATA EM ABERTO) *
      ************************************
      *
       REE-001.
            DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ACCEPT WS-COD-CLIENTE

            MOVE WS-HOJE-AAAAMMDD TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
            IF WS-PC-RESULTADO EQUAL 'F'
                DISPLAY "*** MES CONTABIL DE HOJE JA FECHADO "
                    "(EXERCICIO_090) - REEMBOLSO RECUSADO ***"
                GO TO MENU-001.

       REE-002.
            PERFORM 1000-LISTA-CREDITOS THRU 1000-LISTA-CREDITOS-FIM
            IF WS-VL-CREDITO-DISP NOT > ZEROS
                DISPLAY "*** CLIENTE SEM CREDITO DISPONIVEL ***"
                GO TO MENU-001.

      *> ENQUANTO HOUVER DUPLICATA EM ABERTO O CREDITO E COMPENSADO,
      *> NUNCA DEVOLVIDO EM DINHEIRO.
            PERFORM 2000-CARREGA-ABERTAS THRU 2000-CARREGA-ABERTAS-FIM
            IF WS-QTD-ABERTAS NOT EQUAL ZEROS
                PERFORM 2500-LISTA-ABERTAS THRU 2500-LISTA-ABERTAS-FIM
                DISPLAY "*** CLIENTE TEM DUPLICATA EM ABERTO - USE A "
                    "COMPENSACAO (OPCAO 2) ***"
                GO TO MENU-001.

       REE-003.
            DISPLAY 'INFORME O VALOR DO REEMBOLSO (0 = SALDO TOTAL):'
            ACCEPT WS-VL-APLICAR
            IF WS-VL-APLICAR EQUAL ZEROS
                MOVE WS-VL-CREDITO-DISP TO WS-VL-APLICAR.
            IF WS-VL-APLICAR < ZEROS OR
                WS-VL-APLICAR > WS-VL-CREDITO-DISP
                DISPLAY "*** VALOR INVALIDO OU MAIOR QUE O CREDITO "
                    "DISPONIVEL ***"
                GO TO MENU-001.

      *> O DINHEIRO SAI DA CONTA BANCARIA ANTES DE O CREDITO SER
      *> CONSUMIDO: BANCO SEM CONTA OU INATIVO RECUSA O REEMBOLSO.
            DISPLAY 'INFORME O BANCO DA CONTA QUE PAGA O REEMBOLSO:'
            ACCEPT WS-LB-COD-BANCO
            MOVE SPACES         TO WS-LB-DOCUMENTO
            MOVE WS-COD-CLIENTE TO WS-LB-DOCUMENTO(1:5)
            MOVE SPACES         TO WS-LB-HISTORICO
            STRING 'REEMBOLSO - CLIENTE ' DELIMITED BY SIZE
                WS-COD-CLIENTE DELIMITED BY SIZE
                INTO WS-LB-HISTORICO
            CALL 'LANCA_BANCO' USING WS-LB-COD-BANCO, WS-HOJE-AAAAMMDD,
                WS-LB-TIPO, WS-VL-APLICAR, WS-LB-ORIGEM,
                WS-LB-DOCUMENTO, WS-LB-HISTORICO, WS-SIGN-OPERADOR,
                WS-LB-RESULTADO
            IF WS-LB-RESULTADO NOT EQUAL 'L'
                DISPLAY "*** BANCO " WS-LB-COD-BANCO
                    " SEM CONTA OU CONTA INATIVA - REEMBOLSO "
                    "RECUSADO ***"
                GO TO MENU-001.

       REE-004.
            MOVE 'REE'  TO WS-TIPO-USO
            MOVE ZEROS  TO WS-NR-DUPLICATA
            MOVE WS-VL-CREDITO-DISP TO WS-VL-CREDITO-ANT
            PERFORM 8000-CONSOME-CREDITO THRU 8000-CONSOME-CREDITO-FIM
            SUBTRACT WS-VL-APLICAR FROM WS-VL-CREDITO-DISP
            PERFORM 7600-AUDITA-REEMBOLSO
                THRU 7600-AUDITA-REEMBOLSO-FIM

            DISPLAY " "
            DISPLAY "REEMBOLSO DE " WS-VL-APLICAR " PAGO AO CLIENTE "
                WS-COD-CLIENTE " PELO BANCO " WS-LB-COD-BANCO
                " - CREDITO RESTANTE: " WS-VL-CREDITO-DISP
            DISPLAY " "
            GO TO MENU-001.
      *
      ************************************
      * HISTORICO DE USO DOS CREDITOS    *
      ************************************
      *
       HIS-001.
            DISPLAY 'INFORME O CODIGO DO CLIENTE (0 = TODOS):'
            ACCEPT WS-COD-CLIENTE

            SET WS-EOF TO 0
            SET WS-FS-USO TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT CREDITOS_CLI_USO
            IF WS-FS-USO EQUAL 35
                DISPLAY "* NENHUM CREDITO FOI USADO AINDA *"
                GO TO MENU-001.

       HIS-002.
            DISPLAY '---------- HISTORICO DE USO DE CREDITOS ----------'
            PERFORM UNTIL WS-EOF = 1
               READ CREDITOS_CLI_USO
                   AT END MOVE 1 TO WS-EOF NOT AT END
                       IF WS-COD-CLIENTE EQUAL ZEROS OR
                           CRU-COD-CLIENTE EQUAL WS-COD-CLIENTE
                           DISPLAY ' CLIENTE: ' CRU-COD-CLIENTE
                               ' PEDIDO: ' CRU-NR-PEDIDO
                               ' CREDITO DE: ' CRU-DT-CREDITO
                               ' TIPO: ' CRU-TIPO
                               ' DUPLICATA: ' CRU-NR-DUPLICATA
                           DISPLAY '    USADO: ' CRU-VL-USADO
                               ' SALDO ANTES: ' CRU-VL-SALDO-ANT
                               ' DEPOIS: ' CRU-VL-SALDO-NOVO
                               ' OPERADOR: ' CRU-OPERADOR
                               ' EM: ' CRU-DATA-HORA
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE USOS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE CREDITOS_CLI_USO
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      **************************************
      * CREDITOS DO CLIENTE COM SALDO: LIS-*
      * TA E SOMA O CREDITO DISPONIVEL     *
      **************************************
      *
       1000-LISTA-CREDITOS.
           MOVE ZEROS TO WS-VL-CREDITO-DISP
           SET WS-EOF TO 0
           SET WS-FS-CRED TO 0.
           OPEN INPUT CREDITOS_CLI
           IF WS-FS-CRED EQUAL 35
               DISPLAY "* NAO HA CREDITOS DE CLIENTE *"
               GO TO 1000-LISTA-CREDITOS-FIM
           END-IF

           DISPLAY '---------- CREDITOS DO CLIENTE ' WS-COD-CLIENTE
               ' ----------'
           PERFORM UNTIL WS-EOF = 1
              READ CREDITOS_CLI
                  AT END MOVE 1 TO WS-EOF NOT AT END
                      IF CRC-COD-CLIENTE EQUAL WS-COD-CLIENTE AND
                          CRC-VL-CREDITO > ZEROS
                          DISPLAY ' PEDIDO: ' CRC-NR-PEDIDO
                              ' DATA: ' CRC-DT-CREDITO
                              ' SALDO: ' CRC-VL-CREDITO
                              ' MOTIVO: ' CRC-MOTIVO
                          ADD CRC-VL-CREDITO TO WS-VL-CREDITO-DISP
                      END-IF
              END-READ
           END-PERFORM
           CLOSE CREDITOS_CLI
           DISPLAY 'CREDITO DISPONIVEL: ' WS-VL-CREDITO-DISP.
       1000-LISTA-CREDITOS-FIM.
           EXIT.
      *
      **************************************
      * DUPLICATAS EM ABERTO DO CLIENTE    *
      * (NAO, VEN OU PAR NO MASTER)        *
      **************************************
      *
       2000-CARREGA-ABERTAS.
           MOVE ZEROS TO WS-QTD-ABERTAS
           SET WS-EOF TO 0
           SET WS-FS-DUPLICATAS TO 0.
           OPEN INPUT DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               DISPLAY "* ARQUIVO DUPLICATAS NAO EXISTE *"
               GO TO 2000-CARREGA-ABERTAS-FIM
           END-IF

           SET WS-FS-DUPL_VENCIDAS TO 0.
           OPEN INPUT DUPL_VENCIDAS
           SET WS-FS-DUPL_PARCIAIS TO 0.
           OPEN INPUT DUPL_PARCIAIS

           PERFORM UNTIL WS-EOF = 1
              READ DUPLICATAS NEXT RECORD
                  AT END MOVE 1 TO WS-EOF NOT AT END
                      IF DUPL-COD-CLIENTE OF REG-DUPLICATA EQUAL
                          WS-COD-CLIENTE AND
                         (DUPL-ST-DUPLICATA OF REG-DUPLICATA = "NAO"
                          OR DUPL-ST-DUPLICATA OF REG-DUPLICATA
                             = "VEN"
                          OR DUPL-ST-DUPLICATA OF REG-DUPLICATA
                             = "PAR") AND
                          WS-QTD-ABERTAS < 200
                          PERFORM 2100-GUARDA-ABERTA
                              THRU 2100-GUARDA-ABERTA-FIM
                      END-IF
              END-READ
           END-PERFORM

           CLOSE DUPLICATAS
           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               CLOSE DUPL_VENCIDAS
           END-IF
           IF WS-FS-DUPL_PARCIAIS NOT EQUAL 35
               CLOSE DUPL_PARCIAIS
           END-IF.
       2000-CARREGA-ABERTAS-FIM.
           EXIT.
      *
       2100-GUARDA-ABERTA.
           ADD 1 TO WS-QTD-ABERTAS
           MOVE DUPL-NR-DUPLICATA OF REG-DUPLICATA
               TO WS-ABT-NR-DUPLICATA(WS-QTD-ABERTAS)
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPLICATA
               TO WS-ABT-DT-VENCIMENTO(WS-QTD-ABERTAS)
           COMPUTE WS-ABT-VL-SALDO(WS-QTD-ABERTAS) =
               DUPL-VL-FATURA OF REG-DUPLICATA -
               DUPL-VL-PAGO OF REG-DUPLICATA
           MOVE DUPL-ST-DUPLICATA OF REG-DUPLICATA
               TO WS-ABT-ST-DUPLICATA(WS-QTD-ABERTAS)
           MOVE SPACES TO WS-ABT-ONDE(WS-QTD-ABERTAS)
           MOVE 'N'    TO WS-ABT-FEITA(WS-QTD-ABERTAS)

           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               MOVE DUPL-NR-DUPLICATA OF REG-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               READ DUPL_VENCIDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'V' TO WS-ABT-ONDE(WS-QTD-ABERTAS)(1:1)
               END-READ
           END-IF
           IF WS-FS-DUPL_PARCIAIS NOT EQUAL 35
               MOVE DUPL-NR-DUPLICATA OF REG-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_PARCIAIS
               READ DUPL_PARCIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P' TO WS-ABT-ONDE(WS-QTD-ABERTAS)(2:1)
               END-READ
           END-IF.
       2100-GUARDA-ABERTA-FIM.
           EXIT.
      *
       2500-LISTA-ABERTAS.
           DISPLAY '---------- DUPLICATAS EM ABERTO (V=VENCIDA, '
               'P=PARCIAL) ----------'
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ABERTAS
               DISPLAY ' DUPLICATA: ' WS-ABT-NR-DUPLICATA(WS-IDX)
                   ' VENCIMENTO: ' WS-ABT-DT-VENCIMENTO(WS-IDX)
                   ' SALDO: ' WS-ABT-VL-SALDO(WS-IDX)
                   ' STATUS: ' WS-ABT-ST-DUPLICATA(WS-IDX)
                   ' ' WS-ABT-ONDE(WS-IDX)
           END-PERFORM
           DISPLAY 'DUPLICATAS EM ABERTO: ' WS-QTD-ABERTAS
           DISPLAY " ".
       2500-LISTA-ABERTAS-FIM.
           EXIT.
      *
       2600-PROXIMA-VENCIMENTO.
           MOVE ZEROS    TO WS-IDX-ESCOLHIDA
           MOVE 99999999 TO WS-DT-MENOR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ABERTAS
               IF WS-ABT-FEITA(WS-IDX) EQUAL 'N' AND
                   WS-ABT-DT-VENCIMENTO(WS-IDX) < WS-DT-MENOR
                   MOVE WS-ABT-DT-VENCIMENTO(WS-IDX) TO WS-DT-MENOR
                   MOVE WS-IDX TO WS-IDX-ESCOLHIDA
               END-IF
           END-PERFORM.
       2600-PROXIMA-VENCIMENTO-FIM.
           EXIT.
      *
      **************************************
      * COMPENSA UMA DUPLICATA: APLICA O   *
      * MENOR ENTRE O SALDO DELA E O       *
      * CREDITO DISPONIVEL                 *
      **************************************
      *
       3000-COMPENSA-DUPLICATA.
           MOVE 'S' TO WS-ABT-FEITA(WS-IDX-ESCOLHIDA)
           MOVE WS-ABT-NR-DUPLICATA(WS-IDX-ESCOLHIDA)
               TO WS-NR-DUPLICATA

           IF WS-ABT-VL-SALDO(WS-IDX-ESCOLHIDA) > WS-VL-CREDITO-DISP
               MOVE WS-VL-CREDITO-DISP TO WS-VL-APLICAR
           ELSE
               MOVE WS-ABT-VL-SALDO(WS-IDX-ESCOLHIDA) TO WS-VL-APLICAR
           END-IF
           IF WS-VL-APLICAR NOT > ZEROS
               GO TO 3000-COMPENSA-DUPLICATA-FIM
           END-IF

           PERFORM 7000-LANCA-COMPENSACAO
               THRU 7000-LANCA-COMPENSACAO-FIM
           IF WS-LANCADO NOT EQUAL 'S'
               DISPLAY "*** COMPENSACAO NAO LANCADA NA DUPLICATA "
                   WS-NR-DUPLICATA " - CREDITO PRESERVADO ***"
               GO TO 3000-COMPENSA-DUPLICATA-FIM
           END-IF

      *> O CREDITO SO E CONSUMIDO DEPOIS QUE A BAIXA FOI DE FATO
      *> LANCADA NA DUPLICATA.
           PERFORM 8000-CONSOME-CREDITO THRU 8000-CONSOME-CREDITO-FIM
           SUBTRACT WS-VL-APLICAR FROM WS-VL-CREDITO-DISP
           ADD WS-VL-APLICAR TO WS-VL-APLICADO-TOT

           DISPLAY " DUPLICATA " WS-NR-DUPLICATA " COMPENSADA EM "
               WS-VL-APLICAR " - STATUS "
               WS-ABT-ST-DUPLICATA(WS-IDX-ESCOLHIDA).
       3000-COMPENSA-DUPLICATA-FIM.
           EXIT.
      *
      **************************************
      * CARGA DA TOLERANCIA DE BAIXA DO    *
      * ARQUIVO DE PARAMETROS              *
      **************************************
      *
       6000-CARREGA-PARAMETROS.
           MOVE 'TOLER-BAIXA' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO TOLER-BAIXA NAO CADASTRADO "
                   "EM PARAMETROS - COMPENSACAO NAO EXECUTADA ***"
               GO TO 6000-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-VL-TOLERANCIA.
       6000-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * LANCAMENTO DA COMPENSACAO COMO     *
      * BAIXA PELAS REGRAS DO RETORNO      *
      * BANCARIO (EXERCICIO_035)           *
      **************************************
      *
       7000-LANCA-COMPENSACAO.
           MOVE 'N' TO WS-LANCADO

           SET WS-FS-DUPLICATAS TO 0.
           OPEN I-O DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               DISPLAY "* ARQUIVO DUPLICATAS NAO EXISTE *"
               GO TO 7000-LANCA-COMPENSACAO-FIM
           END-IF

           MOVE WS-NR-DUPLICATA
               TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   DISPLAY "*** DUPLICATA NAO ESTA NO MASTER ***"
                   CLOSE DUPLICATAS
                   GO TO 7000-LANCA-COMPENSACAO-FIM
           END-READ

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM"
               DISPLAY "*** DUPLICATA " WS-NR-DUPLICATA
                   " JA ESTA PAGA ***"
               CLOSE DUPLICATAS
               GO TO 7000-LANCA-COMPENSACAO-FIM
           END-IF

           MOVE DUPL-VL-FATURA OF REG-DUPLICATA TO WS-VL-FATURA-ANT
           MOVE DUPL-VL-PAGO OF REG-DUPLICATA   TO WS-VL-PAGO-ANT
           MOVE DUPL-ST-DUPLICATA OF REG-DUPLICATA TO WS-ST-ANT

           COMPUTE WS-VL-PAGO-ACUM =
               DUPL-VL-PAGO OF REG-DUPLICATA + WS-VL-APLICAR

           MOVE WS-VL-PAGO-ACUM TO DUPL-VL-PAGO OF REG-DUPLICATA
           MOVE WS-HOJE-AAAAMMDD TO DUPL-DT-BAIXA OF REG-DUPLICATA

           SET WS-FS-DUPL_PAGAS TO 0.
           OPEN I-O DUPL_PAGAS
           IF WS-FS-DUPL_PAGAS EQUAL 35
               OPEN OUTPUT DUPL_PAGAS
           END-IF
           SET WS-FS-DUPL_PARCIAIS TO 0.
           OPEN I-O DUPL_PARCIAIS
           IF WS-FS-DUPL_PARCIAIS EQUAL 35
               OPEN OUTPUT DUPL_PARCIAIS
           END-IF

           IF WS-VL-PAGO-ACUM NOT <
               DUPL-VL-FATURA OF REG-DUPLICATA - WS-VL-TOLERANCIA
               IF DUPL-VL-PAGO OF REG-DUPLICATA >
                   DUPL-VL-FATURA OF REG-DUPLICATA
                   MOVE DUPL-VL-FATURA OF REG-DUPLICATA
                       TO DUPL-VL-PAGO OF REG-DUPLICATA
               END-IF
               MOVE "SIM" TO DUPL-ST-DUPLICATA OF REG-DUPLICATA
               MOVE CORRESPONDING REG-DUPLICATA TO REG-DUPL_PAGAS
               WRITE REG-DUPL_PAGAS
                   INVALID KEY
                       REWRITE REG-DUPL_PAGAS
               END-WRITE
               MOVE WS-NR-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_PARCIAIS
               DELETE DUPL_PARCIAIS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE "PAR" TO DUPL-ST-DUPLICATA OF REG-DUPLICATA
               MOVE CORRESPONDING REG-DUPLICATA TO REG-DUPL_PARCIAIS
               WRITE REG-DUPL_PARCIAIS
                   INVALID KEY
                       REWRITE REG-DUPL_PARCIAIS
               END-WRITE
           END-IF

           REWRITE REG-DUPLICATA
           MOVE 'S' TO WS-LANCADO
           MOVE DUPL-ST-DUPLICATA OF REG-DUPLICATA
               TO WS-ABT-ST-DUPLICATA(WS-IDX-ESCOLHIDA)

      *> A COMPENSACAO VAI PARA O JORNAL DE IMAGENS
      *> (ROLL-FORWARD DE EXERCICIO_122).
           MOVE 'DUPLICATAS'  TO WS-JR-ARQUIVO
           MOVE SPACES        TO WS-JR-CHAVE
           MOVE WS-NR-DUPLICATA TO WS-JR-CHAVE(1:7)
           MOVE SPACES        TO WS-JR-IMAGEM
           MOVE REG-DUPLICATA TO WS-JR-IMAGEM
           CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO, WS-JR-CHAVE,
               WS-JR-IMAGEM, WS-SIGN-OPERADOR

           CLOSE DUPLICATAS
           CLOSE DUPL_PAGAS
           CLOSE DUPL_PARCIAIS

      *> A COPIA EM DUPL_VENCIDAS SEGUE O MASTER, COMO NA NOTA DE
      *> CREDITO (EXERCICIO_104): QUITADA SAI, PARCIAL E REGRAVADA.
           SET WS-FS-DUPL_VENCIDAS TO 0.
           OPEN I-O DUPL_VENCIDAS
           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               MOVE WS-NR-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM"
                   DELETE DUPL_VENCIDAS RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   READ DUPL_VENCIDAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REG-DUPLICATA TO REG-DUPL_VENCIDAS
                           REWRITE REG-DUPL_VENCIDAS
                   END-READ
               END-IF
               CLOSE DUPL_VENCIDAS
           END-IF

      *> REGISTRA COMO A DUPLICATA FOI BAIXADA: CREDITO DO CLIENTE.
           SET WS-FS-FORMAS TO 0.
           OPEN I-O FORMAS_BAIXA
           IF WS-FS-FORMAS EQUAL 35
               OPEN OUTPUT FORMAS_BAIXA
               CLOSE FORMAS_BAIXA
               OPEN I-O FORMAS_BAIXA
           END-IF
           MOVE WS-NR-DUPLICATA  TO FBA-NR-DUPLICATA
           MOVE 'CRD'            TO FBA-FORMA
           MOVE WS-HOJE-AAAAMMDD TO FBA-DT-BAIXA
           MOVE 'CRD'            TO FBA-ORIGEM
           WRITE REG-FORMA-BAIXA
               INVALID KEY
                   REWRITE REG-FORMA-BAIXA
           END-WRITE
           CLOSE FORMAS_BAIXA

           PERFORM 7500-GRAVA-AUDITORIA THRU 7500-GRAVA-AUDITORIA-FIM.
       7000-LANCA-COMPENSACAO-FIM.
           EXIT.
      *
      **************************************
      * TRILHA DE AUDITORIA FINANCEIRA DA  *
      * COMPENSACAO                        *
      **************************************
      *
       7500-GRAVA-AUDITORIA.
           SET WS-FS-AUDIT TO 0.
           OPEN EXTEND AUDIT_FINANCEIRO
           IF WS-FS-AUDIT EQUAL 35
               OPEN OUTPUT AUDIT_FINANCEIRO
           END-IF

           MOVE 'COMPENSA'   TO FAUD-OPERACAO
           MOVE WS-NR-DUPLICATA TO FAUD-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF REG-DUPLICATA
               TO FAUD-COD-CLIENTE
           MOVE WS-VL-FATURA-ANT TO FAUD-VL-FATURA-ANT
           MOVE WS-VL-PAGO-ANT   TO FAUD-VL-PAGO-ANT
           MOVE WS-ST-ANT        TO FAUD-ST-ANT
           MOVE DUPL-VL-FATURA OF REG-DUPLICATA
               TO FAUD-VL-FATURA-NOVO
           MOVE DUPL-VL-PAGO OF REG-DUPLICATA TO FAUD-VL-PAGO-NOVO
           MOVE DUPL-ST-DUPLICATA OF REG-DUPLICATA TO FAUD-ST-NOVO
           MOVE WS-SIGN-OPERADOR TO FAUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO FAUD-DATA-HORA

           WRITE REG-AUDIT-FINANCEIRO

           CLOSE AUDIT_FINANCEIRO.
       7500-GRAVA-AUDITORIA-FIM.
           EXIT.
      *
      ************************************
      * AUDITORIA DO REEMBOLSO: SEM      *
      * DUPLICATA, COM O CREDITO DO      *
      * CLIENTE ANTES E DEPOIS           *
      ************************************
      *
       7600-AUDITA-REEMBOLSO.
           SET WS-FS-AUDIT TO 0.
           OPEN EXTEND AUDIT_FINANCEIRO
           IF WS-FS-AUDIT EQUAL 35
               OPEN OUTPUT AUDIT_FINANCEIRO
           END-IF

      *> NOS CAMPOS DE FATURA VAI O CREDITO DISPONIVEL ANTES E
      *> DEPOIS; NOS DE PAGO, ZERO E O VALOR DEVOLVIDO EM DINHEIRO.
           MOVE 'REEMBOLS'         TO FAUD-OPERACAO
           MOVE ZEROS              TO FAUD-NR-DUPLICATA
           MOVE WS-COD-CLIENTE     TO FAUD-COD-CLIENTE
           MOVE WS-VL-CREDITO-ANT  TO FAUD-VL-FATURA-ANT
           MOVE ZEROS              TO FAUD-VL-PAGO-ANT
           MOVE SPACES             TO FAUD-ST-ANT
           MOVE WS-VL-CREDITO-DISP TO FAUD-VL-FATURA-NOVO
           MOVE WS-VL-APLICAR      TO FAUD-VL-PAGO-NOVO
           MOVE SPACES             TO FAUD-ST-NOVO
           MOVE WS-SIGN-OPERADOR TO FAUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO FAUD-DATA-HORA

           WRITE REG-AUDIT-FINANCEIRO

           CLOSE AUDIT_FINANCEIRO.
       7600-AUDITA-REEMBOLSO-FIM.
           EXIT.
      *
      **************************************
      * CONSOME WS-VL-APLICAR DOS CREDITOS *
      * DO CLIENTE, DO MAIS ANTIGO PARA O  *
      * MAIS NOVO, COM HISTORICO DE CADA   *
      * CREDITO TOCADO                     *
      **************************************
      *
       8000-CONSOME-CREDITO.
           MOVE WS-VL-APLICAR TO WS-VL-A-CONSUMIR
           SET WS-EOF TO 0
           SET WS-FS-CRED TO 0.
           OPEN I-O CREDITOS_CLI
           IF WS-FS-CRED EQUAL 35
               DISPLAY "* ARQUIVO CREDITOS_CLI NAO EXISTE *"
               GO TO 8000-CONSOME-CREDITO-FIM
           END-IF

           SET WS-FS-USO TO 0.
           OPEN EXTEND CREDITOS_CLI_USO
           IF WS-FS-USO EQUAL 35
               OPEN OUTPUT CREDITOS_CLI_USO
           END-IF

           PERFORM UNTIL WS-EOF = 1 OR WS-VL-A-CONSUMIR NOT > ZEROS
              READ CREDITOS_CLI
                  AT END MOVE 1 TO WS-EOF NOT AT END
                      IF CRC-COD-CLIENTE EQUAL WS-COD-CLIENTE AND
                          CRC-VL-CREDITO > ZEROS
                          PERFORM 8100-USA-CREDITO
                              THRU 8100-USA-CREDITO-FIM
                      END-IF
              END-READ
           END-PERFORM

           CLOSE CREDITOS_CLI
           CLOSE CREDITOS_CLI_USO.
       8000-CONSOME-CREDITO-FIM.
           EXIT.
      *
       8100-USA-CREDITO.
           IF CRC-VL-CREDITO > WS-VL-A-CONSUMIR
               MOVE WS-VL-A-CONSUMIR TO WS-VL-USO
           ELSE
               MOVE CRC-VL-CREDITO   TO WS-VL-USO
           END-IF

           MOVE CRC-VL-CREDITO   TO WS-VL-SALDO
           SUBTRACT WS-VL-USO FROM CRC-VL-CREDITO
           REWRITE REG-CREDITO-CLI
           SUBTRACT WS-VL-USO FROM WS-VL-A-CONSUMIR

           MOVE CRC-COD-CLIENTE  TO CRU-COD-CLIENTE
           MOVE CRC-NR-PEDIDO    TO CRU-NR-PEDIDO
           MOVE CRC-DT-CREDITO   TO CRU-DT-CREDITO
           MOVE WS-TIPO-USO      TO CRU-TIPO
           MOVE WS-NR-DUPLICATA  TO CRU-NR-DUPLICATA
           MOVE WS-VL-USO        TO CRU-VL-USADO
           MOVE WS-VL-SALDO      TO CRU-VL-SALDO-ANT
           MOVE CRC-VL-CREDITO   TO CRU-VL-SALDO-NOVO
           MOVE WS-SIGN-OPERADOR TO CRU-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO CRU-DATA-HORA
           WRITE REG-CREDITO-USO.
       8100-USA-CREDITO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_126.
