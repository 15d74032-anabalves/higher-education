      * ACUMULADO FAIXA A FAIXA E APONTA A PRIMEIRA FAIXA EM QUE A
      * POSICAO FICA NEGATIVA - A DATA QUE O DIRETOR PERGUNTA TODA
      * SEXTA-FEIRA. ACABA A FUSAO DOS DOIS RELATORIOS NA
      * CALCULADORA. O SALDO ACUMULADO PARTE DO SALDO ATUAL DAS
      * CONTAS BANCARIAS ATIVAS (CONTAS_BANCO, MANTIDO PELO MOVIMENTO
      * BANCARIO - EXERCICIO_137/138) EM VEZ DE ZERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-PAGAR.

           SELECT CONTAS_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contas_banco.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CBC-COD-BANCO
           FILE STATUS     IS WS-FS-CONTAS.
       DATA DIVISION.
       FILE SECTION.
       FD DUPLICATAS.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       FD CONTAS_BANCO.
       01 REG-CONTA-BANCO.
           COPY CONTABCO.

       WORKING-STORAGE SECTION.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-DUPL_PARCIAIS          PIC 99.
       77 WS-FS-PAGAR                  PIC 99.
       77 WS-FS-CONTAS                 PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-DIAS-ATE-VENC             PIC S9(006).
       77 WS-MESES-ATE-VENC            PIC S9(004).
       77 WS-VL-ACUMULADO              PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-LIQUIDO                PIC S9(013)V9(002).
       77 WS-FAIXA-NEGATIVA            PIC 9(002) VALUE ZEROS.
       77 WS-VL-SALDO-BANCOS           PIC S9(013)V9(002) VALUE ZEROS.

       01 WS-DUPLICATA.
           COPY DUPLICATA.
               THRU 1000-PROJETA-ENTRADAS-FIM.
           PERFORM 2000-PROJETA-SAIDAS
               THRU 2000-PROJETA-SAIDAS-FIM.
           PERFORM 0500-SALDO-BANCOS
               THRU 0500-SALDO-BANCOS-FIM.
           MOVE WS-VL-SALDO-BANCOS TO WS-VL-ACUMULADO

           DISPLAY " "
           DISPLAY "------ ENTRADAS X SAIDAS POR FAIXA ------"
           DISPLAY "DATA BASE: " WS-HOJE-AAAAMMDD
           DISPLAY "SALDO INICIAL EM BANCOS: " WS-VL-SALDO-BANCOS
           DISPLAY " "
           DISPLAY " JA VENCIDO: ENTRADAS " WS-VL-VENCIDO-ENTRA
               " SAIDAS " WS-VL-VENCIDO-SAI
       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * PONTO DE PARTIDA: SALDO ATUAL DAS  *
      * CONTAS BANCARIAS ATIVAS            *
      **************************************
      *
       0500-SALDO-BANCOS.
           SET WS-FS-CONTAS TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT CONTAS_BANCO
           IF WS-FS-CONTAS EQUAL 35
               DISPLAY "* ARQUIVO CONTAS_BANCO NAO EXISTE - SALDO "
                   "INICIAL ZERO *"
               GO TO 0500-SALDO-BANCOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ CONTAS_BANCO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CBC-CONTA-ATIVA
                           ADD CBC-VL-SALDO-ATUAL
                               TO WS-VL-SALDO-BANCOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAS_BANCO.
       0500-SALDO-BANCOS-FIM.
           EXIT.

      *
      **************************************
      * ENTRADAS ESPERADAS: DUPLICATAS EM  *
