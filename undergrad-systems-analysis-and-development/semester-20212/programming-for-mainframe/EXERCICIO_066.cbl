      * RELATORIO DE TUDO O QUE FOI REAPONTADO. SE O DUPLICADO AINDA
      * TIVER REFERENCIA NOS ARQUIVOS QUE NAO PODEM SER REGRAVADOS
      * (HISTORICO DE PAGAS E INCOBRAVEIS), A UNIFICACAO E RECUSADA.
      * COM O SOBREVIVENTE INFORMADO COMO ZERO, PROCESSA EM LOTE OS
      * PARES CONFIRMADOS NA REVISAO DE DUPLICADOS (UNIFICA_PARES,
      * EXERCICIO_200), MARCANDO CADA PAR COMO UNIFICADO OU RECUSADO
      * COM O MOTIVO, E O PAR CANDIDATO (DUP_CANDIDATOS) COMO
      * UNIFICADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT UNIFICA_PARES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\unifica_pares.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS UNP-COD-DUPLICADO
           FILE STATUS IS WS-FS-PARES.

           SELECT DUP_CANDIDATOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dup_candidatos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DCD-CHAVE
           FILE STATUS IS WS-FS-CANDIDATOS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD DUPL_INCOBRAVEIS.
       01 REG-DUPL_INCOBRAVEIS.
           COPY DUPLICATA.
           COPY BAIXAINC.

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD LIMITE_CREDITO.
       01 REG-LIMITE-CREDITO.
           03 LIM-COD-CLIENTE          PIC 9(005).
           03 LIM-VL-LIMITE            PIC S9(013)V9(002).
           03 LIM-FLAG-BLOQUEIO        PIC X(001).

       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE-ALUNO    PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       FD UNIFICA_PARES.
       01 REG-UNIFICA-PAR.
           COPY UNIFPAR.

       FD DUP_CANDIDATOS.
       01 REG-DUP-CANDIDATO.
           COPY DUPCAND.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLI             PIC 99.
       77 WS-FS-PV              PIC 99.
       77 WS-FS-LIM             PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-COD-SOBREVIVENTE   PIC 9(005).
       77 WS-COD-DUPLICADO      PIC 9(005).
       77 WS-QTD-IMOVEIS        PIC 9(004) VALUE 0.
       77 WS-QTD-DUPLICATAS     PIC 9(004) VALUE 0.
       77 WS-QTD-PAGAS          PIC 9(004) VALUE 0.
       77 WS-QTD-PEDIDOS-VENDA  PIC 9(004) VALUE 0.
       77 WS-QTD-LIMITES        PIC 9(004) VALUE 0.

      *> UNIFICACAO EM LOTE DOS PARES CONFIRMADOS.
       77 WS-FS-PARES           PIC 99.
       77 WS-FS-CANDIDATOS      PIC 99.
       77 WS-EOF-PARES          PIC 99.
       77 WS-HOJE-AAAAMMDD      PIC 9(008).
       77 WS-UNIF-RECUSADA      PIC X(001).
       77 WS-UNIF-MOTIVO        PIC X(040).
       77 WS-QTD-PARES-UNIF     PIC 9(004) VALUE 0.
       77 WS-QTD-PARES-RECUS    PIC 9(004) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ UNIFICACAO DE CLIENTES DUPLICADOS ------'

           MOVE 0 TO RETURN-CODE

           DISPLAY 'INFORME O CODIGO DO CLIENTE SOBREVIVENTE'
           DISPLAY '(ZERO = PARES CONFIRMADOS EM LOTE):'
           ACCEPT WS-COD-SOBREVIVENTE

      *> SOBREVIVENTE ZERO: PROCESSA EM LOTE OS PARES CONFIRMADOS NA
      *> REVISAO DE DUPLICADOS (EXERCICIO_200).
           IF WS-COD-SOBREVIVENTE EQUAL ZEROS
               PERFORM 7000-UNIFICA-LOTE THRU 7000-UNIFICA-LOTE-FIM
               GO TO ROT-FIM
           END-IF
           DISPLAY 'INFORME O CODIGO DO CLIENTE DUPLICADO:'
           ACCEPT WS-COD-DUPLICADO

           PERFORM 0500-UNIFICA-PAR THRU 0500-UNIFICA-PAR-FIM.
           IF WS-UNIF-RECUSADA EQUAL 'S'
               MOVE 16 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * UNIFICACAO DE UM PAR: O DUPLICADO  *
      * NO SOBREVIVENTE. RECUSADA, DEIXA O *
      * MOTIVO EM WS-UNIF-MOTIVO           *
      **************************************
      *
       0500-UNIFICA-PAR.
           MOVE 'S'   TO WS-UNIF-RECUSADA
           MOVE ZEROS TO WS-QTD-IMOVEIS WS-QTD-DUPLICATAS WS-QTD-PAGAS
               WS-QTD-VENCIDAS WS-QTD-PARCIAIS WS-QTD-ALUNOS
               WS-QTD-PEDIDOS-VENDA WS-QTD-LIMITES

           IF WS-COD-SOBREVIVENTE EQUAL WS-COD-DUPLICADO
               DISPLAY "*** OS DOIS CODIGOS SAO IGUAIS ***"
               MOVE 'OS DOIS CODIGOS SAO IGUAIS' TO WS-UNIF-MOTIVO
               GO TO 0500-UNIFICA-PAR-FIM
           END-IF

           SET WS-FS-CLI TO 0.
           OPEN INPUT CLIENTES
           IF WS-FS-CLI EQUAL 35
               DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
               MOVE 'ARQUIVO CLIENTES NAO EXISTE' TO WS-UNIF-MOTIVO
               GO TO 0500-UNIFICA-PAR-FIM
           END-IF

           MOVE WS-COD-SOBREVIVENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   DISPLAY "*** SOBREVIVENTE NAO CADASTRADO ***"
                   MOVE 'SOBREVIVENTE NAO CADASTRADO'
                       TO WS-UNIF-MOTIVO
                   CLOSE CLIENTES
                   GO TO 0500-UNIFICA-PAR-FIM
           END-READ

           MOVE WS-COD-DUPLICADO TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   DISPLAY "*** DUPLICADO NAO CADASTRADO ***"
                   MOVE 'DUPLICADO NAO CADASTRADO' TO WS-UNIF-MOTIVO
                   CLOSE CLIENTES
                   GO TO 0500-UNIFICA-PAR-FIM
           END-READ
           CLOSE CLIENTES

               DISPLAY "*** UNIFICACAO RECUSADA: O DUPLICADO TEM "
                   WS-QTD-IMOVEIS " REFERENCIAS EM ARQUIVOS DE "
                   "HISTORICO QUE NAO PODEM SER MOVIDAS ***"
               MOVE 'REFERENCIAS EM HISTORICO IMUTAVEL'
                   TO WS-UNIF-MOTIVO
               GO TO 0500-UNIFICA-PAR-FIM
           END-IF

           PERFORM 1000-REAPONTA-DUPLICATAS
               WS-QTD-LIMITES
           DISPLAY "CLIENTE " WS-COD-DUPLICADO
               " UNIFICADO NO CLIENTE " WS-COD-SOBREVIVENTE
           MOVE 'N' TO WS-UNIF-RECUSADA
           MOVE SPACES TO WS-UNIF-MOTIVO.
       0500-UNIFICA-PAR-FIM.
           EXIT.

      *
      **************************************
       6000-RETIRA-DUPLICADO-FIM.
           EXIT.

      *
      **************************************
      * UNIFICACAO EM LOTE DOS PARES       *
      * CONFIRMADOS AINDA PENDENTES        *
      **************************************
      *
       7000-UNIFICA-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           SET WS-FS-PARES  TO 0.
           SET WS-EOF-PARES TO 0.
           OPEN I-O UNIFICA_PARES
           IF WS-FS-PARES EQUAL 35
               DISPLAY "* ARQUIVO UNIFICA_PARES NAO EXISTE - NADA "
                   "A UNIFICAR *"
               GO TO 7000-UNIFICA-LOTE-FIM
           END-IF

           PERFORM UNTIL WS-EOF-PARES = 1
               READ UNIFICA_PARES
                   AT END
                       MOVE 1 TO WS-EOF-PARES
                   NOT AT END
                       IF UNP-PENDENTE
                           PERFORM 7100-UNIFICA-PAR-LOTE
                               THRU 7100-UNIFICA-PAR-LOTE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UNIFICA_PARES

           DISPLAY " "
           DISPLAY "------ RESUMO DA UNIFICACAO EM LOTE ------"
           DISPLAY "PARES UNIFICADOS: " WS-QTD-PARES-UNIF
           DISPLAY "PARES RECUSADOS: " WS-QTD-PARES-RECUS
      *> PAR RECUSADO FICA NO ARQUIVO COM O MOTIVO PARA O REVISOR.
           IF WS-QTD-PARES-RECUS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       7000-UNIFICA-LOTE-FIM.
           EXIT.
      *
       7100-UNIFICA-PAR-LOTE.
           MOVE UNP-COD-SOBREVIVENTE TO WS-COD-SOBREVIVENTE
           MOVE UNP-COD-DUPLICADO    TO WS-COD-DUPLICADO
           DISPLAY " "
           DISPLAY "PAR: DUPLICADO " WS-COD-DUPLICADO
               " SOBREVIVENTE " WS-COD-SOBREVIVENTE

           PERFORM 0500-UNIFICA-PAR THRU 0500-UNIFICA-PAR-FIM.

           MOVE WS-HOJE-AAAAMMDD TO UNP-DT-PROCESSO
           MOVE WS-UNIF-MOTIVO   TO UNP-MOTIVO
           IF WS-UNIF-RECUSADA EQUAL 'S'
               MOVE 'R' TO UNP-SITUACAO
               ADD 1 TO WS-QTD-PARES-RECUS
           ELSE
               MOVE 'U' TO UNP-SITUACAO
               ADD 1 TO WS-QTD-PARES-UNIF
               PERFORM 7200-MARCA-CANDIDATO
                   THRU 7200-MARCA-CANDIDATO-FIM
           END-IF
           REWRITE REG-UNIFICA-PAR.
       7100-UNIFICA-PAR-LOTE-FIM.
           EXIT.
      *
      *> O PAR CANDIDATO FICA GUARDADO COM O MENOR CODIGO PRIMEIRO.
       7200-MARCA-CANDIDATO.
           SET WS-FS-CANDIDATOS TO 0.
           OPEN I-O DUP_CANDIDATOS
           IF WS-FS-CANDIDATOS EQUAL 35
               GO TO 7200-MARCA-CANDIDATO-FIM
           END-IF

           IF WS-COD-SOBREVIVENTE < WS-COD-DUPLICADO
               MOVE WS-COD-SOBREVIVENTE TO DCD-COD-CLIENTE-A
               MOVE WS-COD-DUPLICADO    TO DCD-COD-CLIENTE-B
           ELSE
               MOVE WS-COD-DUPLICADO    TO DCD-COD-CLIENTE-A
               MOVE WS-COD-SOBREVIVENTE TO DCD-COD-CLIENTE-B
           END-IF
           READ DUP_CANDIDATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'U' TO DCD-SITUACAO
                   REWRITE REG-DUP-CANDIDATO
           END-READ

           CLOSE DUP_CANDIDATOS.
       7200-MARCA-CANDIDATO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_066.
