      * AVISO DE PROTESTO) COM DATA E OPERADOR, E IMPRIME A FILA DIARIA
      * DE TRABALHO COM AS DUPLICATAS QUE ESTAO NO PONTO DA PROXIMA
      * ESCALADA, AGRUPADAS POR CLIENTE COM TELEFONE E E-MAIL, PARA QUE
      * A EQUIPE NAO LIGUE DUAS VEZES PARA O MESMO CLIENTE. A FILA
      * MARCA AS DUPLICATAS QUE ESTAO NEGATIVADAS NO BIRO DE CREDITO
      * (CONTROLE NEGATIVACOES, MANTIDO POR EXERCICIO_129). DUPLICATA
      * CEDIDA A AGENCIA DE COBRANCA TERCEIRIZADA (CONTROLE
      * COBRANCA_EXTERNA, EXERCICIO_130) FICA FORA DA FILA ATE A
      * AGENCIA DEVOLVE-LA (EXERCICIO_131).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS          IS SEQUENTIAL
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT NEGATIVACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativacoes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS NEG-NR-DUPLICATA
           FILE STATUS     IS WS-FS-NEGATIVACOES.

           SELECT COBRANCA_EXTERNA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobranca_externa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CEX-NR-DUPLICATA
           FILE STATUS     IS WS-FS-COBREXT.
       DATA DIVISION.
       FILE SECTION.
      *> UMA ACAO DE COBRANCA POR DUPLICATA: GUARDA APENAS O ESTAGIO
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD NEGATIVACOES.
       01 REG-NEGATIVACAO.
           COPY NEGATIV.

       FD COBRANCA_EXTERNA.
       01 REG-COBR-EXTERNA.
           COPY COBREXT.

       WORKING-STORAGE SECTION.
       77 WS-FS-COBR_ACOES             PIC 99.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-NEGATIVACOES           PIC 99.
       77 WS-FS-COBREXT                PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CLIENTES              PIC 99.
       77 WS-OPCAO                     PIC 9(001).
       77 WS-DIAS-ULTIMA               PIC S9(006).
       77 WS-QTD-FILA                  PIC 9(003) VALUE ZEROS.
       77 WS-IDX                       PIC 9(003).
       77 WS-CLI                       PIC 9(005).
       77 WS-TEM-CLIENTE               PIC X(001).

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> INTERVALO MINIMO, EM DIAS, ENTRE UMA ACAO DE COBRANCA E A
      *> PROXIMA ESCALADA SOBRE A MESMA DUPLICATA.
       77 WS-DIAS-ESCALADA             PIC 9(002) VALUE 15.

      *> DADOS DO CLIENTE ENDERECADOS PELA POSICAO DO CLIENTE EM
      *> TAB_CLIENTE, CARREGADOS DE CLIENTES UMA UNICA VEZ NO INICIO.
       01 WS-TAB-CLIENTE.
           03 WS-CLIENTE-ITEM OCCURS 5000 TIMES.
              05 WS-NOME-CLIENTE       PIC X(20).
              05 WS-TELEFONE-CLIENTE   PIC X(14).
              05 WS-EMAIL-CLIENTE      PIC X(30).
       01 WS-TAB-FILA.
           03 WS-FILA-ITEM OCCURS 999 TIMES.
              05 WS-FILA-NR-DUPLICATA  PIC 9(007).
              05 WS-FILA-COD-CLIENTE   PIC 9(005).
              05 WS-FILA-VL-FATURA     PIC S9(013)V9(002).
              05 WS-FILA-DT-VENCIMENTO PIC 9(008).
              05 WS-FILA-PROX-PASSO    PIC X(010).
              05 WS-FILA-NEGATIVADA    PIC X(001).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-FS-COBR_ACOES TO 0.
           OPEN INPUT COBR_ACOES

           SET WS-FS-NEGATIVACOES TO 0.
           OPEN INPUT NEGATIVACOES

           SET WS-FS-COBREXT TO 0.
           OPEN INPUT COBRANCA_EXTERNA

           PERFORM 2100-CLASSIFICA-VENCIDA
               THRU 2100-CLASSIFICA-VENCIDA-FIM
               UNTIL WS-EOF = 1.
           IF WS-FS-COBR_ACOES NOT EQUAL 35
               CLOSE COBR_ACOES
           END-IF
           IF WS-FS-NEGATIVACOES NOT EQUAL 35
               CLOSE NEGATIVACOES
           END-IF
           IF WS-FS-COBREXT NOT EQUAL 35
               CLOSE COBRANCA_EXTERNA
           END-IF

           DISPLAY " "
           DISPLAY "------- FILA DE COBRANCA DE HOJE ("
               WS-HOJE-AAAAMMDD ") -------"

      *> CLIENTES NA ORDEM DO CODIGO, COMO TAB_CLIENTE OS GUARDA.
           MOVE 'S' TO WS-IC-RESULTADO
           PERFORM 2300-IMPRIME-CLIENTE THRU 2300-IMPRIME-CLIENTE-FIM
               VARYING WS-IC-ORDEM FROM 1 BY 1
               UNTIL WS-IC-RESULTADO NOT EQUAL 'S'.

           DISPLAY " "
           DISPLAY "DUPLICATAS NA FILA DE HOJE: " WS-QTD-FILA.
               GO TO 2200-PROXIMO-PASSO-FIM
           END-IF

      *> CEDIDA A AGENCIA DE COBRANCA (EXERCICIO_130): QUEM COBRA E A
      *> AGENCIA ENQUANTO A CESSAO ESTIVER ATIVA.
           IF WS-FS-COBREXT NOT EQUAL 35
               MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
                   TO CEX-NR-DUPLICATA
               READ COBRANCA_EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-ATIVA
                           GO TO 2200-PROXIMO-PASSO-FIM
                       END-IF
               END-READ
           END-IF

      *> O SPLIT COPIA PARA DUPL_VENCIDAS TAMBEM AS DUPLICATAS AINDA
      *> NAO VENCIDAS (A FAIXA 'A VENCER' DO AGING): ESSAS NAO SAO
      *> TRABALHADAS PELA COBRANCA.
               TO WS-FILA-VL-FATURA(WS-QTD-FILA)
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPL_VENCIDAS
               TO WS-FILA-DT-VENCIMENTO(WS-QTD-FILA)
           MOVE WS-ESTAGIO TO WS-FILA-PROX-PASSO(WS-QTD-FILA)

      *> CLIENTE DA FILA QUE NAO ESTA EM CLIENTES TAMBEM RECEBE
      *> POSICAO, PARA SAIR NA IMPRESSAO (SEM NOME NEM CONTATO).
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               TO WS-IC-COD-CLIENTE
           MOVE 'I' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   WS-IC-COD-CLIENTE ' FORA DA IMPRESSAO ***'
           END-IF

      *> NEGATIVACAO AINDA ATIVA NO BIRO DE CREDITO (EXERCICIO_129).
           MOVE 'N' TO WS-FILA-NEGATIVADA(WS-QTD-FILA)
           IF WS-FS-NEGATIVACOES NOT EQUAL 35
               MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
                   TO NEG-NR-DUPLICATA
               READ NEGATIVACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NEG-ATIVA
                           MOVE 'S' TO WS-FILA-NEGATIVADA(WS-QTD-FILA)
                       END-IF
               END-READ
           END-IF.
       2250-POE-NA-FILA-FIM.
           EXIT.
      *
      **************************************
      *
       2300-IMPRIME-CLIENTE.
           MOVE 'O' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO NOT EQUAL 'S'
               GO TO 2300-IMPRIME-CLIENTE-FIM
           END-IF
           MOVE WS-IC-COD-CLIENTE TO WS-CLI

           MOVE 'N' TO WS-TEM-CLIENTE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                       MOVE 'S' TO WS-TEM-CLIENTE
                       DISPLAY " "
                       DISPLAY " CLIENTE " WS-CLI " - "
                           WS-NOME-CLIENTE(WS-IC-POSICAO)
                           " TEL: " WS-TELEFONE-CLIENTE(WS-IC-POSICAO)
                           " EMAIL: " WS-EMAIL-CLIENTE(WS-IC-POSICAO)
                   END-IF
                   DISPLAY "   DUPLICATA " WS-FILA-NR-DUPLICATA(WS-IDX)
                       " VENCIMENTO " WS-FILA-DT-VENCIMENTO(WS-IDX)
                       " VALOR " WS-FILA-VL-FATURA(WS-IDX)
                       " PROXIMO PASSO: " WS-FILA-PROX-PASSO(WS-IDX)
                   IF WS-FILA-NEGATIVADA(WS-IDX) EQUAL 'S'
                       DISPLAY "     [NEGATIVADA NO BIRO DE CREDITO]"
                   END-IF
               END-IF
           END-PERFORM.
       2300-IMPRIME-CLIENTE-FIM.
           SET WS-FS-CLIENTES   TO 0.
           SET WS-EOF-CLIENTES  TO 0.

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           INITIALIZE WS-TAB-CLIENTE

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               GO TO 0100-CARREGA-CLIENTES-FIM
                   AT END
                       MOVE 1 TO WS-EOF-CLIENTES
                   NOT AT END
                       MOVE 'I'         TO WS-IC-FUNCAO
                       MOVE COD-CLIENTE TO WS-IC-COD-CLIENTE
                       CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                           WS-IC-COD-CLIENTE, WS-IC-POSICAO,
                           WS-IC-ORDEM, WS-IC-RESULTADO
                       IF WS-IC-RESULTADO EQUAL 'S'
                           MOVE NOME-CLIENTE
                               TO WS-NOME-CLIENTE(WS-IC-POSICAO)
                           MOVE TELEFONE-CLIENTE
                               TO WS-TELEFONE-CLIENTE(WS-IC-POSICAO)
                           MOVE EMAIL-CLIENTE
                               TO WS-EMAIL-CLIENTE(WS-IC-POSICAO)
                       ELSE
                           DISPLAY '*** TABELA DE CLIENTES CHEIA - '
                               'CLIENTE ' COD-CLIENTE ' SEM CONTATO ***'
                       END-IF
               END-READ
           END-PERFORM

