      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LANCAMENTO DE TITULOS A PAGAR SEM PEDIDO DE COMPRA
      * (ALUGUEL, ENERGIA, TELEFONE, SERVICOS DE TERCEIROS), QUE ATE
      * AQUI FICAVAM NA GAVETA E NAO ENTRAVAM NA POSICAO DE CAIXA
      * (EXERCICIO_092) NEM NO BORDERO (EXERCICIO_091). O OPERADOR
      * INFORMA FORNECEDOR, EVENTO DE DESPESA DO PLANO DE CONTAS
      * (EXERCICIO_087 - A CONTA DE DEBITO E A DESPESA, E SE A CONTA
      * ESTIVER CLASSIFICADA EM ESTRUTURA_CONTAS TEM DE SER DE
      * NATUREZA 'D'), VALOR, VENCIMENTO E NUMERO DO DOCUMENTO; O
      * TITULO E GRAVADO EM DUPL_PAGAR COMO TIPO 'D' COM O EVENTO, E A
      * EXPORTACAO CONTABIL (EXERCICIO_088) O LANCA NA CONTA DO
      * EVENTO. TITULO ACIMA DA ALCADA (PARAMETRO LIM-APROV-PC, O
      * MESMO DOS PEDIDOS DE COMPRA) NASCE PENDENTE DE APROVACAO
      * ('P') E SO PODE SER PAGO DEPOIS QUE UM OPERADOR COM O FLAG
      * DE APROVACAO (OP-PODE-EXCLUIR) O APROVA AQUI, COMO NO
      * EXERCICIO_094; O APROVADOR E A DATA FICAM NO TITULO. CONTA
      * FIXA PODE SER MARCADA PARA REPETIR TODO MES: ELA VAI PARA
      * DESPESAS_FIXAS (DESPFIXA.CPY) E O LOTE EXERCICIO_162 GERA O
      * TITULO DE CADA COMPETENCIA. LANCAMENTO COM O MES CONTABIL DE
      * HOJE FECHADO (PERIODO_CHECK) E RECUSADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_161.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-PAGAR.

           SELECT DESPESAS_FIXAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\despesas_fixas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DFX-NR-DESPESA
           FILE STATUS IS WS-FS-DFX.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.

           SELECT PLANO_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\plano_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PLC-EVENTO
           FILE STATUS     IS WS-FS-PLANO.

           SELECT ESTRUTURA_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estrutura_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS ECT-CONTA
           FILE STATUS     IS WS-FS-ECT.
       DATA DIVISION.
       FILE SECTION.
       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       FD DESPESAS_FIXAS.
       01 REG-DESPESA-FIXA.
           COPY DESPFIXA.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD PLANO_CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO               PIC X(012).
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

       FD ESTRUTURA_CONTAS.
       01 REG-ESTRUTURA-CONTA.
           COPY ESTRCTA.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGAR       PIC 99.
       77 WS-FS-DFX         PIC 99.
       77 WS-FS-FORN        PIC 99.
       77 WS-FS-PLANO       PIC 99.
       77 WS-FS-ECT         PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 W-REPETE          PIC X(01) VALUE SPACES.
       77 WS-NR-TITULO      PIC 9(007).
       77 WS-NR-DESPESA     PIC 9(007).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-IDADE-DIAS     PIC S9(006).
       77 WS-QTD-LISTADOS   PIC 9(005).
       77 WS-VL-EDITADO     PIC -ZZZZZZZZZZZZ9.99.

      *> TITULO EM DIGITACAO.
       77 WS-COD-FORNECEDOR PIC 9(005).
       77 WS-EVENTO-DESPESA PIC X(012).
       77 WS-VL-TITULO      PIC S9(013)V9(002).
       77 WS-NR-DOCUMENTO   PIC 9(009).
       77 WS-DESCRICAO      PIC X(030).
       77 WS-ANOMES-FIM     PIC 9(006).
       01 WS-DT-VENCIMENTO  PIC 9(008).
       01 FILLER REDEFINES WS-DT-VENCIMENTO.
           03 WS-VENC-ANOMES PIC 9(006).
           03 WS-VENC-DIA    PIC 9(002).

      *> ALCADA DE APROVACAO (PARAMETRO LIM-APROV-PC, A MESMA DOS
      *> PEDIDOS DE COMPRA).
       77 WS-VL-LIMITE-APROV PIC S9(013)V9(002).
       77 WS-PARAM-CODIGO   PIC X(012).
       77 WS-PARAM-VALOR    PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU    PIC X(001).

      *> VALIDACAO DE DATA (SUBROTINA CALC_DATA, FUNCAO 'V').
       77 WS-CD-FUNCAO      PIC X(001).
       77 WS-CD-DATA-1      PIC 9(008).
       77 WS-CD-DATA-2      PIC 9(008).
       77 WS-CD-DIAS        PIC S9(006).
       77 WS-CD-RESULTADO   PIC 9(008).
       77 WS-CD-VALIDA      PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK).
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); A APROVACAO
      *> EXIGE AINDA O FLAG DE APROVACAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_161'.
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
            DISPLAY '|-----[ DESPESAS SEM PEDIDO DE COMPRA ]-----|'
            DISPLAY "| 1 - LANCAR TITULO DE DESPESA              |"
            DISPLAY "| 2 - LISTAR PENDENTES DE APROVACAO         |"
            DISPLAY "| 3 - APROVAR TITULO                        |"
            DISPLAY "| 4 - LISTAR DESPESAS FIXAS                 |"
            DISPLAY "| 5 - ENCERRAR DESPESA FIXA                 |"
            DISPLAY "| 99 - SAIR                                 |"
            DISPLAY '|-------------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO LAN-001.
            IF W-OPCAO = 2
               GO TO LIS-001.
            IF W-OPCAO = 3
               GO TO APR-001.
            IF W-OPCAO = 4
               GO TO FIX-001.
            IF W-OPCAO = 5
               GO TO ENC-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 5 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * LANCAMENTO DE UM TITULO    *
      ******************************
      *
       LAN-001.
            MOVE WS-HOJE-AAAAMMDD TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
            IF WS-PC-RESULTADO EQUAL 'F'
                DISPLAY "*** MES CONTABIL DE HOJE JA FECHADO "
                    "(EXERCICIO_090) - LANCAMENTO RECUSADO ***"
                GO TO MENU-001.

      *> SEM A ALCADA CADASTRADA NAO HA COMO SABER SE O TITULO
      *> PRECISA DE APROVACAO.
            MOVE 'LIM-APROV-PC' TO WS-PARAM-CODIGO
            CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                WS-PARAM-VALOR, WS-PARAM-ACHOU
            IF WS-PARAM-ACHOU NOT EQUAL 'S'
                DISPLAY "*** PARAMETRO LIM-APROV-PC NAO CADASTRADO "
                    "EM PARAMETROS - TITULO NAO GRAVADO ***"
                GO TO MENU-001.
            MOVE WS-PARAM-VALOR TO WS-VL-LIMITE-APROV

            SET WS-FS-PLANO TO 0.
            OPEN INPUT PLANO_CONTAS
            IF WS-FS-PLANO EQUAL 35
                DISPLAY "*** ARQUIVO PLANO_CONTAS NAO EXISTE - "
                    "CADASTRE O EVENTO EM EXERCICIO_087 ***"
                GO TO MENU-001.
            CLOSE PLANO_CONTAS
            DISPLAY "------ LANCAMENTO DE DESPESA SEM PEDIDO ------".

       LAN-002.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT WS-COD-FORNECEDOR
            SET WS-FS-FORN TO 0.
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL 35
                DISPLAY "* ARQUIVO FORNECEDORES NAO EXISTE *"
                GO TO MENU-001.
            MOVE WS-COD-FORNECEDOR TO FORN-COD-FORNECEDOR
            READ FORNECEDORES
                INVALID KEY
                    CLOSE FORNECEDORES
                    DISPLAY "FORNECEDOR NAO CADASTRADO"
                    GO TO LAN-002
                NOT INVALID KEY
                    DISPLAY ' ' FORN-NOME-FORNECEDOR
                    CLOSE FORNECEDORES
            END-READ.

       LAN-003.
            DISPLAY 'INFORME O EVENTO DE DESPESA DO PLANO DE CONTAS:'
            ACCEPT WS-EVENTO-DESPESA
            IF WS-EVENTO-DESPESA = SPACES
               DISPLAY "EVENTO NAO PODE SER EM BRANCO"
               GO TO LAN-003.
            PERFORM 5000-VALIDA-EVENTO THRU 5000-VALIDA-EVENTO-FIM
            IF WS-PARAM-ACHOU NOT EQUAL 'S'
               GO TO LAN-003.

       LAN-004.
            DISPLAY 'INFORME O VALOR DO TITULO:'
            ACCEPT WS-VL-TITULO
            IF WS-VL-TITULO NOT > ZEROS
               DISPLAY "*** VALOR INVALIDO ***"
               GO TO LAN-004.

       LAN-005.
            DISPLAY 'INFORME O VENCIMENTO (AAAAMMDD):'
            ACCEPT WS-DT-VENCIMENTO
            MOVE 'V' TO WS-CD-FUNCAO
            MOVE WS-DT-VENCIMENTO TO WS-CD-DATA-1
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** DATA INVALIDA ***"
               GO TO LAN-005.
            IF WS-DT-VENCIMENTO < WS-HOJE-AAAAMMDD
               DISPLAY "*** VENCIMENTO ANTERIOR A HOJE ***"
               GO TO LAN-005.

       LAN-006.
            DISPLAY 'INFORME O NUMERO DO DOCUMENTO (CONTA/NOTA):'
            ACCEPT WS-NR-DOCUMENTO
            IF WS-NR-DOCUMENTO = ZEROS
               DISPLAY "NUMERO NAO PODE SER EM BRANCO"
               GO TO LAN-006.

       LAN-007.
            DISPLAY 'REPETIR TODO MES (CONTA FIXA) (S/N):'
            ACCEPT W-REPETE
            IF W-REPETE = "s"
               MOVE "S" TO W-REPETE.
            IF W-REPETE = "n"
               MOVE "N" TO W-REPETE.
            IF W-REPETE NOT = "S" AND "N"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO LAN-007.
            IF W-REPETE = "N"
               GO TO LAN-OPC.

       LAN-008.
            DISPLAY 'DESCRICAO DA DESPESA FIXA:'
            ACCEPT WS-DESCRICAO
            IF WS-DESCRICAO = SPACES
               DISPLAY "DESCRICAO NAO PODE SER EM BRANCO"
               GO TO LAN-008.

       LAN-009.
            DISPLAY 'ULTIMA COMPETENCIA (AAAAMM, 0 = SEM PRAZO):'
            ACCEPT WS-ANOMES-FIM
            IF WS-ANOMES-FIM NOT = ZEROS AND
                WS-ANOMES-FIM < WS-VENC-ANOMES
               DISPLAY "*** ULTIMA COMPETENCIA ANTERIOR AO "
                   "VENCIMENTO ***"
               GO TO LAN-009.

       LAN-OPC.
            IF WS-VL-TITULO > WS-VL-LIMITE-APROV
               DISPLAY "* TITULO ACIMA DA ALCADA - FICARA PENDENTE "
                   "DE APROVACAO *".
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO LAN-OPC.

       LAN-WR1.
            SET WS-FS-PAGAR TO 0.
            OPEN I-O DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                OPEN OUTPUT DUPL_PAGAR
                DISPLAY "* ARQUIVO DUPL_PAGAR SENDO CRIADO *"
            END-IF

            CALL 'NUM_TITULO' USING WS-NR-TITULO

            MOVE WS-NR-TITULO      TO PAG-NR-TITULO
            MOVE WS-COD-FORNECEDOR TO PAG-COD-FORNECEDOR
            MOVE ZEROS             TO PAG-NR-PEDIDO
            MOVE WS-HOJE-AAAAMMDD  TO PAG-DT-EMISSAO
            MOVE WS-DT-VENCIMENTO  TO PAG-DT-VENCIMENTO
            MOVE WS-VL-TITULO      TO PAG-VL-TITULO
            MOVE ZEROS             TO PAG-VL-PAGO
            MOVE "NAO"             TO PAG-ST-TITULO
            MOVE ZEROS             TO PAG-DT-PAGAMENTO
      *> SEM PEDIDO NAO HA NOTA A CONFERIR; ACIMA DA ALCADA O TITULO
      *> ESPERA O APROVADOR.
            IF WS-VL-TITULO > WS-VL-LIMITE-APROV
                MOVE 'P'           TO PAG-ST-CONFERENCIA
            ELSE
                MOVE 'N'           TO PAG-ST-CONFERENCIA
            END-IF
            MOVE ZEROS             TO PAG-QTDE-RECEBIDA
            MOVE WS-NR-DOCUMENTO   TO PAG-NR-NOTA-FORN
            MOVE SPACES            TO PAG-OPERADOR-LIBER
            MOVE ZEROS             TO PAG-DT-LIBERACAO
            MOVE 'D'               TO PAG-TIPO-TITULO
            MOVE SPACES            TO PAG-COD-RETENCAO
            MOVE ZEROS             TO PAG-VL-RETENCAO
            MOVE ZEROS             TO PAG-TITULO-ORIGEM
            MOVE WS-EVENTO-DESPESA TO PAG-EVENTO-DESPESA
            MOVE ZEROS             TO PAG-VL-CREDITO

            WRITE REG-DUPL-PAGAR
                INVALID KEY
                    DISPLAY "*** TITULO " PAG-NR-TITULO
                        " JA EXISTE - NAO GRAVADO ***"
                    CLOSE DUPL_PAGAR
                    GO TO MENU-001
            END-WRITE
            CLOSE DUPL_PAGAR

            DISPLAY "TITULO A PAGAR " WS-NR-TITULO " GRAVADO: "
                "FORNECEDOR " WS-COD-FORNECEDOR
                " VENCIMENTO " WS-DT-VENCIMENTO
            IF PAG-CONF-PEND-APROV
                DISPLAY "* PENDENTE DE APROVACAO *"
            END-IF

            IF W-REPETE = "S"
                PERFORM 5100-GRAVA-DESPESA-FIXA
                    THRU 5100-GRAVA-DESPESA-FIXA-FIM
            END-IF
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS PENDENTES     *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-PAGAR TO 0
            SET WS-QTD-LISTADOS TO 0
            OPEN INPUT DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '------ DESPESAS PENDENTES DE APROVACAO ------'
            PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PAG-CONF-PEND-APROV AND
                           PAG-ST-TITULO NOT EQUAL "SIM"
                           PERFORM LIS-LINHA THRU LIS-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TITULOS PENDENTES: ' WS-QTD-LISTADOS
            DISPLAY " "
            CLOSE DUPL_PAGAR
            GO TO MENU-001.

       LIS-LINHA.
            COMPUTE WS-IDADE-DIAS =
                FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) -
                FUNCTION INTEGER-OF-DATE(PAG-DT-EMISSAO)
            MOVE PAG-VL-TITULO TO WS-VL-EDITADO
            DISPLAY ' TITULO: ' PAG-NR-TITULO
                    ' FORNECEDOR: ' PAG-COD-FORNECEDOR
                    ' EVENTO: ' PAG-EVENTO-DESPESA
                    ' VALOR: ' WS-VL-EDITADO
            DISPLAY '   VENCIMENTO: ' PAG-DT-VENCIMENTO
                    ' DOCUMENTO: ' PAG-NR-NOTA-FORN
                    ' IDADE (DIAS): ' WS-IDADE-DIAS
            ADD 1 TO WS-QTD-LISTADOS.
       LIS-LINHA-FIM.
            EXIT.
      *
      ******************************
      * APROVACAO DE UM TITULO     *
      ******************************
      *
       APR-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       APR-002.
            DISPLAY 'INFORME O NUMERO DO TITULO A APROVAR:'
            ACCEPT WS-NR-TITULO

            SET WS-FS-PAGAR TO 0.
            OPEN I-O DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE *"
                GO TO MENU-001.

       APR-003.
            MOVE WS-NR-TITULO TO PAG-NR-TITULO
            READ DUPL_PAGAR
                INVALID KEY
                    DISPLAY "*** TITULO NAO ENCONTRADO ***"
                    CLOSE DUPL_PAGAR
                    GO TO MENU-001
            END-READ

            IF NOT PAG-CONF-PEND-APROV
                DISPLAY "*** TITULO NAO ESTA PENDENTE DE APROVACAO "
                    "(SITUACAO " PAG-ST-CONFERENCIA ") ***"
                CLOSE DUPL_PAGAR
                GO TO MENU-001.

       APR-004.
            MOVE PAG-VL-TITULO TO WS-VL-EDITADO
            DISPLAY ' FORNECEDOR: ' PAG-COD-FORNECEDOR
                ' EVENTO: ' PAG-EVENTO-DESPESA
                ' VALOR: ' WS-VL-EDITADO
                ' VENCIMENTO: ' PAG-DT-VENCIMENTO
            MOVE "S" TO W-CONF
            DISPLAY "APROVA O TITULO (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* APROVACAO CANCELADA *"
               CLOSE DUPL_PAGAR
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO APR-004.

            MOVE 'A'              TO PAG-ST-CONFERENCIA
            MOVE WS-SIGN-OPERADOR TO PAG-OPERADOR-LIBER
            MOVE WS-HOJE-AAAAMMDD TO PAG-DT-LIBERACAO
            REWRITE REG-DUPL-PAGAR
            CLOSE DUPL_PAGAR

            DISPLAY "TITULO " WS-NR-TITULO " APROVADO PELO OPERADOR "
                WS-SIGN-OPERADOR " EM " WS-HOJE-AAAAMMDD "."
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DAS DESPESAS      *
      * FIXAS                      *
      ******************************
      *
       FIX-001.
            SET WS-EOF TO 0
            SET WS-FS-DFX TO 0
            SET WS-QTD-LISTADOS TO 0
            OPEN INPUT DESPESAS_FIXAS
            IF WS-FS-DFX EQUAL 35
                DISPLAY "* ARQUIVO DESPESAS_FIXAS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '------ DESPESAS FIXAS MENSAIS ------'
            PERFORM UNTIL WS-EOF = 1
               READ DESPESAS_FIXAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 5200-EXIBE-DESPESA-FIXA
                           THRU 5200-EXIBE-DESPESA-FIXA-FIM
                       ADD 1 TO WS-QTD-LISTADOS
               END-READ
            END-PERFORM
            DISPLAY 'DESPESAS FIXAS: ' WS-QTD-LISTADOS
            DISPLAY " "
            CLOSE DESPESAS_FIXAS
            GO TO MENU-001.
      *
      ******************************
      * ENCERRAMENTO DE DESPESA    *
      * FIXA                       *
      ******************************
      *
       ENC-001.
            DISPLAY 'INFORME O NUMERO DA DESPESA FIXA:'
            ACCEPT WS-NR-DESPESA

            SET WS-FS-DFX TO 0.
            OPEN I-O DESPESAS_FIXAS
            IF WS-FS-DFX EQUAL 35
                DISPLAY "* ARQUIVO DESPESAS_FIXAS NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-NR-DESPESA TO DFX-NR-DESPESA
            READ DESPESAS_FIXAS
                INVALID KEY
                    DISPLAY "*** DESPESA FIXA NAO ENCONTRADA ***"
                    CLOSE DESPESAS_FIXAS
                    GO TO MENU-001
            END-READ

            IF DFX-ENCERRADA
                DISPLAY "*** DESPESA FIXA JA ENCERRADA ***"
                CLOSE DESPESAS_FIXAS
                GO TO MENU-001.

            PERFORM 5200-EXIBE-DESPESA-FIXA
                THRU 5200-EXIBE-DESPESA-FIXA-FIM.

       ENC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "ENCERRA A DESPESA FIXA (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* ENCERRAMENTO CANCELADO *"
               CLOSE DESPESAS_FIXAS
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO ENC-OPC.

      *> A VIGENCIA TERMINA NA ULTIMA COMPETENCIA JA GERADA; OS
      *> TITULOS JA LANCADOS CONTINUAM EM DUPL_PAGAR.
            MOVE 'E'                TO DFX-SITUACAO
            MOVE DFX-ANOMES-ULT-GER TO DFX-ANOMES-FIM
            MOVE WS-SIGN-OPERADOR   TO DFX-OPERADOR
            MOVE WS-HOJE-AAAAMMDD   TO DFX-DT-ALTERACAO
            REWRITE REG-DESPESA-FIXA
            CLOSE DESPESAS_FIXAS
            DISPLAY "DESPESA FIXA " WS-NR-DESPESA " ENCERRADA."
            GO TO MENU-001.

       ROT-FIM.
            STOP RUN.
      *
      *> O EVENTO TEM DE EXISTIR NO PLANO DE CONTAS; SE A CONTA DE
      *> DEBITO DELE ESTA CLASSIFICADA NA ESTRUTURA DE CONTAS, TEM DE
      *> SER DE DESPESA (EVITA LANCAR CONTA DE LUZ EM ESTOQUE).
      *> DEVOLVE 'S' EM WS-PARAM-ACHOU QUANDO O EVENTO SERVE.
       5000-VALIDA-EVENTO.
            MOVE 'N' TO WS-PARAM-ACHOU
            OPEN INPUT PLANO_CONTAS
            MOVE WS-EVENTO-DESPESA TO PLC-EVENTO
            READ PLANO_CONTAS
                INVALID KEY
                    DISPLAY "*** EVENTO NAO CADASTRADO NO PLANO DE "
                        "CONTAS (EXERCICIO_087) ***"
                    CLOSE PLANO_CONTAS
                    GO TO 5000-VALIDA-EVENTO-FIM
            END-READ
            CLOSE PLANO_CONTAS
            DISPLAY ' ' PLC-DESCRICAO
            DISPLAY ' DEBITO: ' PLC-CONTA-DEBITO
                ' CREDITO: ' PLC-CONTA-CREDITO

            SET WS-FS-ECT TO 0.
            OPEN INPUT ESTRUTURA_CONTAS
            IF WS-FS-ECT NOT EQUAL 35
                MOVE PLC-CONTA-DEBITO TO ECT-CONTA
                READ ESTRUTURA_CONTAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT ECT-DESPESA
                            DISPLAY "*** CONTA DE DEBITO DO EVENTO "
                                "NAO E DE DESPESA (NATUREZA "
                                ECT-NATUREZA ") ***"
                            CLOSE ESTRUTURA_CONTAS
                            GO TO 5000-VALIDA-EVENTO-FIM
                        END-IF
                END-READ
                CLOSE ESTRUTURA_CONTAS
            END-IF
            MOVE 'S' TO WS-PARAM-ACHOU.
       5000-VALIDA-EVENTO-FIM.
            EXIT.
      *
      *> A DESPESA FIXA LEVA O NUMERO DO PRIMEIRO TITULO; A
      *> COMPETENCIA DELE JA CONTA COMO GERADA PARA O LOTE
      *> EXERCICIO_162 NAO DUPLICAR O MES.
       5100-GRAVA-DESPESA-FIXA.
            SET WS-FS-DFX TO 0.
            OPEN I-O DESPESAS_FIXAS
            IF WS-FS-DFX EQUAL 35
               OPEN OUTPUT DESPESAS_FIXAS
               CLOSE DESPESAS_FIXAS
               OPEN I-O DESPESAS_FIXAS
               DISPLAY "* ARQUIVO DESPESAS_FIXAS SENDO CRIADO *"
            END-IF

            MOVE WS-NR-TITULO      TO DFX-NR-DESPESA
            MOVE WS-COD-FORNECEDOR TO DFX-COD-FORNECEDOR
            MOVE WS-DESCRICAO      TO DFX-DESCRICAO
            MOVE WS-EVENTO-DESPESA TO DFX-EVENTO-DESPESA
            MOVE WS-VL-TITULO      TO DFX-VL-MENSAL
            MOVE WS-VENC-DIA       TO DFX-DIA-VENC
            MOVE WS-NR-DOCUMENTO   TO DFX-NR-DOCUMENTO
            MOVE WS-VENC-ANOMES    TO DFX-ANOMES-INICIO
            MOVE WS-ANOMES-FIM     TO DFX-ANOMES-FIM
            MOVE WS-VENC-ANOMES    TO DFX-ANOMES-ULT-GER
            MOVE 'A'               TO DFX-SITUACAO
            MOVE WS-SIGN-OPERADOR  TO DFX-OPERADOR
            MOVE WS-HOJE-AAAAMMDD  TO DFX-DT-ALTERACAO

            WRITE REG-DESPESA-FIXA
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DA DESPESA FIXA - "
                        "FILE STATUS: " WS-FS-DFX
                NOT INVALID KEY
                    DISPLAY "DESPESA FIXA " DFX-NR-DESPESA
                        " GRAVADA - PROXIMOS MESES PELO EXERCICIO_162"
            END-WRITE
            CLOSE DESPESAS_FIXAS.
       5100-GRAVA-DESPESA-FIXA-FIM.
            EXIT.
      *
       5200-EXIBE-DESPESA-FIXA.
            MOVE DFX-VL-MENSAL TO WS-VL-EDITADO
            DISPLAY ' DESPESA: ' DFX-NR-DESPESA
                ' ' DFX-DESCRICAO
                ' SITUACAO: ' DFX-SITUACAO
            DISPLAY '   FORNECEDOR: ' DFX-COD-FORNECEDOR
                ' EVENTO: ' DFX-EVENTO-DESPESA
                ' VALOR: ' WS-VL-EDITADO
                ' DIA: ' DFX-DIA-VENC
            DISPLAY '   VIGENCIA: ' DFX-ANOMES-INICIO
                ' A ' DFX-ANOMES-FIM
                ' ULTIMA GERADA: ' DFX-ANOMES-ULT-GER.
       5200-EXIBE-DESPESA-FIXA-FIM.
            EXIT.

       END PROGRAM EXERCICIO_161.
