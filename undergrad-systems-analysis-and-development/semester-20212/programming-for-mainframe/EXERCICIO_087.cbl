      * RECEBIMENTO, JUROS, BAIXA-INCOB, CANCELAMENTO, RENEGOCIACAO,
      * E OS DO CONTAS A PAGAR) APONTA A CONTA DE DEBITO E A DE
      * CREDITO, PARA AS CONTAS SAIREM DOS PROGRAMAS DE EXPORTACAO
      * (EXERCICIO_040) E PASSAREM A SER MANTIDAS AQUI. A PROVISAO
      * PARA DEVEDORES DUVIDOSOS USA OS EVENTOS PDD-CONSTIT E
      * PDD-REVERSAO (EXERCICIO_127) E BAIXA-PDD (EXERCICIO_040); A
      * RECUPERACAO DE INCOBRAVEL USA O EVENTO RECUPERACAO. O DIARIO
      * DO ESTOQUE (EXERCICIO_141) USA OS EVENTOS CMV, INVENT-GANHO,
      * INVENT-PERDA, DEVOL-FORN E DEVOL-CLI; A APURACAO DO IMPOSTO
      * SOBRE VENDAS (EXERCICIO_142) USA O EVENTO IMPOSTO-VEND; A
      * DEPRECIACAO DA FROTA (EXERCICIO_151) USA DEPREC-FROTA E, NA
      * VENDA OU BAIXA DO VEICULO, BAIXA-FROTA, VENDA-FROTA,
      * GANHO-FROTA E PERDA-FROTA; AS RETENCOES NA FONTE DO CONTAS A
      * PAGAR (EXERCICIO_088) USAM RETENC-IRRF, RETENC-ISS E
      * RETENC-INSS (DEBITO FORNECEDORES, CREDITO IMPOSTO A RECOLHER)
      * E O CREDITO DE FORNECEDOR USADO NO BORDERO USA CREDITO-FORN
      * (DEBITO FORNECEDORES, CREDITO CREDITOS DE FORNECEDOR); A
      * COMPENSACAO DE CREDITO DO CLIENTE NO RECEBER (EXERCICIO_040)
      * USA NOTA-CREDITO (DEBITO CREDITOS DE CLIENTE, CREDITO CONTAS A
      * RECEBER) E O REEMBOLSO DESSE CREDITO EM DINHEIRO USA REEMBOLSO
      * (DEBITO CREDITOS DE CLIENTE, CREDITO CAIXA/BANCO).
      * CADA EVENTO TEM TAMBEM O CENTRO DE CUSTO PADRAO DOS SEUS
      * LANCAMENTOS (CADASTRADO EM CENTROS_CUSTO, EXERCICIO_143; EM
      * BRANCO = SEM CENTRO), QUE OS
      * PROGRAMAS DO DIARIO TROCAM QUANDO CONHECEM O DEPOSITO, O
      * VEICULO OU O CURSO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS PLC-EVENTO
           FILE STATUS IS WS-FS.

           SELECT CENTROS_CUSTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\centros_custo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CCU-CODIGO
           FILE STATUS IS WS-FS-CCU.
       DATA DIVISION.
       FILE SECTION.
       FD PLANO_CONTAS.
           03 PLC-CONTA-DEBITO        PIC X(10).
           03 PLC-CONTA-CREDITO       PIC X(10).
           03 PLC-DESCRICAO           PIC X(30).
           03 PLC-CENTRO-CUSTO        PIC X(06).

       FD CENTROS_CUSTO.
       01 REG-CENTRO-CUSTO.
           COPY CENCUSTO.

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
           03 WS-PLC-CONTA-DEBITO     PIC X(10).
           03 WS-PLC-CONTA-CREDITO    PIC X(10).
           03 WS-PLC-DESCRICAO        PIC X(30).
           03 WS-PLC-CENTRO-CUSTO     PIC X(06).
       77 WS-FS-CCU        PIC 99.
       77 WS-CC-OK         PIC X(01).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
            DISPLAY 'INFORME A DESCRICAO DO EVENTO'
            ACCEPT PLC-DESCRICAO.

       INC-006.
            PERFORM 5000-INFORMA-CCUSTO THRU 5000-INFORMA-CCUSTO-FIM
            IF WS-CC-OK NOT EQUAL 'S'
               GO TO INC-006.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
                       DISPLAY 'CONTA CREDITO: '
                           WS-PLC-CONTA-CREDITO
                       DISPLAY 'DESCRICAO: ' WS-PLC-DESCRICAO
                       DISPLAY 'CENTRO DE CUSTO: '
                           WS-PLC-CENTRO-CUSTO
                       MOVE 'S' TO WS-ALTERAR
            END-READ.

               ACCEPT PLC-CONTA-CREDITO
               DISPLAY 'INFORME A DESCRICAO DO EVENTO'
               ACCEPT PLC-DESCRICAO
               MOVE 'N' TO WS-CC-OK
               PERFORM 5000-INFORMA-CCUSTO
                   THRU 5000-INFORMA-CCUSTO-FIM
                   UNTIL WS-CC-OK EQUAL 'S'

               REWRITE REG-PLANO-CONTAS
               END-REWRITE
                               ' DEBITO: ' WS-PLC-CONTA-DEBITO
                               ' CREDITO: ' WS-PLC-CONTA-CREDITO
                               ' ' WS-PLC-DESCRICAO
                               ' CC: ' WS-PLC-CENTRO-CUSTO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
                       DISPLAY 'CONTA CREDITO: '
                           WS-PLC-CONTA-CREDITO
                       DISPLAY 'DESCRICAO: ' WS-PLC-DESCRICAO
                       DISPLAY 'CENTRO DE CUSTO: '
                           WS-PLC-CENTRO-CUSTO
                       DISPLAY " "
            END-READ.
            CLOSE PLANO_CONTAS
           ROT-FIMS.
                   STOP RUN.
      *
      **************************************
      * CENTRO DE CUSTO PADRAO DO EVENTO:  *
      * EM BRANCO OU CADASTRADO E ATIVO    *
      * EM CENTROS_CUSTO (EXERCICIO_143)   *
      **************************************
      *
       5000-INFORMA-CCUSTO.
            MOVE 'N' TO WS-CC-OK
            DISPLAY 'INFORME O CENTRO DE CUSTO PADRAO (BRANCO = SEM '
                'CENTRO)'
            ACCEPT PLC-CENTRO-CUSTO
            IF PLC-CENTRO-CUSTO = SPACES
               MOVE 'S' TO WS-CC-OK
               GO TO 5000-INFORMA-CCUSTO-FIM
            END-IF

            SET WS-FS-CCU TO 0.
            OPEN INPUT CENTROS_CUSTO
            IF WS-FS-CCU EQUAL 35
               DISPLAY "* ARQUIVO CENTROS_CUSTO NAO EXISTE - "
                   "CADASTRE EM EXERCICIO_143 *"
               GO TO 5000-INFORMA-CCUSTO-FIM
            END-IF

            MOVE PLC-CENTRO-CUSTO TO CCU-CODIGO
            READ CENTROS_CUSTO
                INVALID KEY
                    DISPLAY "*** CENTRO DE CUSTO NAO CADASTRADO ***"
                NOT INVALID KEY
                    IF CCU-ATIVO
                        MOVE 'S' TO WS-CC-OK
                        DISPLAY 'CENTRO DE CUSTO: ' CCU-DESCRICAO
                    ELSE
                        DISPLAY "*** CENTRO DE CUSTO INATIVO ***"
                    END-IF
            END-READ
            CLOSE CENTROS_CUSTO.
       5000-INFORMA-CCUSTO-FIM.
            EXIT.
      *
      **************************************************
      * MENSAGEM PADRONIZADA DE FILE STATUS, PARA QUE  *
      * O OPERADOR VEJA SEMPRE A MESMA EXPLICACAO EM   *
