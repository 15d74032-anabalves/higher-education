      * DADOS DA DUPLICATA E A IDENTIFICACAO COMPLETA DO DEVEDOR
      * (NOME, ENDERECO, TELEFONE E E-MAIL DE CLIENTES), MARCA CADA
      * REGISTRO COM O STATUS 'PRO' PARA NAO ENVIAR DUAS VEZES E
      * IMPRIME O RESUMO POR CLIENTE DO QUE FOI A PROTESTO. DUPLICATA
      * CEDIDA A AGENCIA DE COBRANCA TERCEIRIZADA (CONTROLE
      * COBRANCA_EXTERNA, EXERCICIO_130) NAO VAI A PROTESTO ENQUANTO
      * ESTIVER NA AGENCIA.
      * A IDENTIFICACAO DO DEVEDOR INCLUI O TIPO DE PESSOA E O
      * CPF/CNPJ DO CADASTRO (ZERADO ENQUANTO PENDENTE - EXERCICIO_202).
      * A REMESSA JA GRAVADA NO LAYOUT ANTERIOR E CONVERTIDA PELO
      * EXERCICIO_201 ANTES DA PRIMEIRA ANEXACAO NO LAYOUT NOVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS          IS RANDOM
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT COBRANCA_EXTERNA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobranca_externa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CEX-NR-DUPLICATA
           FILE STATUS     IS WS-FS-COBREXT.
       DATA DIVISION.
       FILE SECTION.
       FD DUPL_VENCIDAS.
       FD PROTESTO_REMESSA.
       01 REG-PROTESTO.
           03 PROT-NR-DUPLICATA        PIC 9(007).
           03 PROT-COD-CLIENTE         PIC 9(005).
           03 PROT-DT-EMISSAO          PIC 9(008).
           03 PROT-DT-VENCIMENTO       PIC 9(008).
           03 PROT-VL-FATURA           PIC S9(013)V9(002).
           03 PROT-CEP                 PIC 9(008).
           03 PROT-TELEFONE-CLIENTE    PIC X(014).
           03 PROT-EMAIL-CLIENTE       PIC X(030).
           03 PROT-TIPO-PESSOA         PIC X(001).
           03 PROT-DOCTO-CLIENTE       PIC 9(014).

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD COBRANCA_EXTERNA.
       01 REG-COBR-EXTERNA.
           COPY COBREXT.

       WORKING-STORAGE SECTION.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-PROTESTO               PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-COBREXT                PIC 99.
       77 WS-QTD-NA-AGENCIA            PIC 9(004) VALUE ZEROS.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-DIAS-ATRASO               PIC S9(006).
       77 WS-QTD-LIDOS                 PIC 9(004) VALUE ZEROS.
       77 WS-QTD-REMETIDAS             PIC 9(004) VALUE ZEROS.

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> VALOR E QUANTIDADE REMETIDOS A PROTESTO POR CLIENTE,
      *> ENDERECADOS PELA POSICAO DO CLIENTE EM TAB_CLIENTE.
       01 WS-TAB-PROT-CLIENTE.
           03 WS-PROT-CLIENTE OCCURS 5000 TIMES.
              05 WS-PROT-VALOR         PIC S9(013)V9(002) VALUE ZEROS.
              05 WS-PROT-QTDE          PIC 9(006) VALUE ZEROS.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

      *> DUPL_VENCIDAS AGORA E INDEXADO: CADA REGISTRO REMETIDO E
      *> REGRAVADO NO LUGAR COM O STATUS 'PRO', SEM A ANTIGA CARGA
      *> EM TABELA E REGRAVACAO DO ARQUIVO INTEIRO.
           SET WS-FS-CLIENTES TO 0.
           OPEN INPUT CLIENTES

           SET WS-FS-COBREXT TO 0.
           OPEN INPUT COBRANCA_EXTERNA

           PERFORM 1000-PROCESSA-VENCIDA
               THRU 1000-PROCESSA-VENCIDA-FIM
               UNTIL WS-EOF = 1.
           IF WS-FS-CLIENTES NOT EQUAL 35
               CLOSE CLIENTES
           END-IF
           IF WS-FS-COBREXT NOT EQUAL 35
               CLOSE COBRANCA_EXTERNA
           END-IF
           CLOSE PROTESTO_REMESSA.
           CLOSE DUPL_VENCIDAS.

           DISPLAY " "
           DISPLAY "VENCIDAS LIDAS: " WS-QTD-LIDOS
           DISPLAY "EM COBRANCA EXTERNA (NAO REMETIDAS): "
               WS-QTD-NA-AGENCIA
           DISPLAY "DUPLICATAS REMETIDAS A PROTESTO: " WS-QTD-REMETIDAS

           DISPLAY " "
           DISPLAY "------ RESUMO DO PROTESTO POR CLIENTE ------"
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'
               MOVE 'O' TO WS-IC-FUNCAO
               CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
                   WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
               IF WS-IC-RESULTADO EQUAL 'S'
                   MOVE WS-IC-POSICAO TO WS-IDX
                   DISPLAY " CODIGO DO CLIENTE: " WS-IC-COD-CLIENTE
                           " QTDE REMETIDA: " WS-PROT-QTDE(WS-IDX)
                           " VALOR REMETIDO: " WS-PROT-VALOR(WS-IDX)
               END-IF
               FUNCTION INTEGER-OF-DATE(DUPL-DT-VENCIMENTO OF
                   REG-DUPL_VENCIDAS)

      *> CEDIDA A AGENCIA DE COBRANCA (EXERCICIO_130) NAO VAI A
      *> PROTESTO ENQUANTO A CESSAO ESTIVER ATIVA.
           IF WS-DIAS-ATRASO > 90 AND WS-FS-COBREXT NOT EQUAL 35
               MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
                   TO CEX-NR-DUPLICATA
               READ COBRANCA_EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-ATIVA
                           ADD 1 TO WS-QTD-NA-AGENCIA
                           GO TO 1000-PROCESSA-VENCIDA-FIM
                       END-IF
               END-READ
           END-IF

           IF WS-DIAS-ATRASO > 90
               PERFORM 2000-REMETE-PROTESTO
                   THRU 2000-REMETE-PROTESTO-FIM
           MOVE ZEROS  TO PROT-CEP
           MOVE SPACES TO PROT-TELEFONE-CLIENTE
           MOVE SPACES TO PROT-EMAIL-CLIENTE
           MOVE SPACES TO PROT-TIPO-PESSOA
           MOVE ZEROS  TO PROT-DOCTO-CLIENTE

           IF WS-FS-CLIENTES NOT EQUAL 35
               MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
                       MOVE CEP-CLIENTE        TO PROT-CEP
                       MOVE TELEFONE-CLIENTE   TO PROT-TELEFONE-CLIENTE
                       MOVE EMAIL-CLIENTE      TO PROT-EMAIL-CLIENTE
                       MOVE TIPO-PESSOA-CLIENTE TO PROT-TIPO-PESSOA
                       MOVE DOCTO-CLIENTE      TO PROT-DOCTO-CLIENTE
               END-READ
           END-IF

           REWRITE REG-DUPL_VENCIDAS

           ADD 1 TO WS-QTD-REMETIDAS
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               TO WS-IC-COD-CLIENTE
           MOVE 'I' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               ADD DUPL-VL-FATURA OF REG-DUPL_VENCIDAS
                   TO WS-PROT-VALOR(WS-IC-POSICAO)
               ADD 1 TO WS-PROT-QTDE(WS-IC-POSICAO)
           ELSE
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   WS-IC-COD-CLIENTE ' FORA DO RESUMO ***'
           END-IF

           DISPLAY " REMETIDA: DUPLICATA "
               DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
