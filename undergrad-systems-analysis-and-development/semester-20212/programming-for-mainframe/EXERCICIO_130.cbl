      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CESSAO DE DUPLICATAS VENCIDAS A AGENCIA DE COBRANCA
      * TERCEIRIZADA, PARA AS CONTAS QUE A COBRANCA INTERNA
      * (EXERCICIO_036) DEIXOU DE PERSEGUIR. O OPERADOR INFORMA A
      * AGENCIA (CADASTRADA COMO FORNECEDOR EM FORNECEDORES) E O
      * ATRASO MINIMO EM DIAS; SAO CEDIDAS AS DUPLICATAS DE
      * DUPL_VENCIDAS COM ATRASO MAIOR, SALDO EM ABERTO, NAO
      * RENEGOCIADAS, NAO PROTESTADAS E AINDA NAO CEDIDAS. O ARQUIVO
      * DE CESSAO (cobr_ext_remessa) LEVA OS DADOS DE CONTATO DO
      * CLIENTE (CLIENTES) E O SALDO JA COM OS JUROS DE MORA
      * APLICADOS PELO EXERCICIO_019 (FATURA REAJUSTADA MENOS PAGO).
      * CADA CESSAO FICA REGISTRADA EM COBRANCA_EXTERNA, QUE TIRA A
      * DUPLICATA DA FILA DE COBRANCA (EXERCICIO_036) E DA REMESSA DE
      * PROTESTO (EXERCICIO_044) ENQUANTO ESTIVER NA AGENCIA; O
      * ACERTO MENSAL DA AGENCIA E IMPORTADO PELO EXERCICIO_131.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_130.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPL_VENCIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_VENCIDAS
           FILE STATUS     IS WS-FS-DUPL_VENCIDAS.

           SELECT COBRANCA_EXTERNA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobranca_externa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CEX-NR-DUPLICATA
           FILE STATUS     IS WS-FS-COBREXT.

           SELECT COBR_EXT_REMESSA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobr_ext_remessa.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-REMESSA.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS RANDOM
           RECORD KEY      IS FORN-COD-FORNECEDOR
           FILE STATUS     IS WS-FS-FORN.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS RANDOM
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.
       DATA DIVISION.
       FILE SECTION.
       FD DUPL_VENCIDAS.
       01 REG-DUPL_VENCIDAS.
           COPY DUPLICATA.

       FD COBRANCA_EXTERNA.
       01 REG-COBR-EXTERNA.
           COPY COBREXT.

      *> REGISTRO DE CESSAO PARA A AGENCIA: DADOS DA DIVIDA COM O
      *> SALDO REAJUSTADO MAIS OS DADOS DE CONTATO DO DEVEDOR, COMO NA
      *> REMESSA DE NEGATIVACAO.
       FD COBR_EXT_REMESSA.
       01 REG-COBR-EXT-REMESSA.
           03 CXE-COD-AGENCIA          PIC 9(005).
           03 CXE-NR-DUPLICATA         PIC 9(007).
           03 CXE-COD-CLIENTE          PIC 9(005).
           03 CXE-DT-EMISSAO           PIC 9(008).
           03 CXE-DT-VENCIMENTO        PIC 9(008).
           03 CXE-VL-SALDO             PIC S9(013)V9(002).
           03 CXE-DIAS-ATRASO          PIC 9(006).
           03 CXE-NOME-CLIENTE         PIC X(020).
           03 CXE-LOGRADOURO           PIC X(030).
           03 CXE-NUMERO               PIC X(006).
           03 CXE-CIDADE               PIC X(020).
           03 CXE-UF                   PIC X(002).
           03 CXE-CEP                  PIC 9(008).
           03 CXE-TELEFONE-CLIENTE     PIC X(014).
           03 CXE-EMAIL-CLIENTE        PIC X(030).

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-COBREXT                PIC 99.
       77 WS-FS-REMESSA                PIC 99.
       77 WS-FS-FORN                   PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-COD-AGENCIA               PIC 9(005).
       77 WS-DIAS-MINIMO               PIC 9(004).
       77 WS-DIAS-ATRASO               PIC S9(006).
       77 WS-VENC-UTIL                 PIC 9(008).
       77 WS-DT-VENC                   PIC 9(008).
       77 WS-VL-SALDO                  PIC S9(013)V9(002).
       77 WS-VL-CEDIDO                 PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QTD-LIDAS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CEDIDAS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JA-CEDIDAS            PIC 9(006) VALUE ZEROS.

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA), PARA QUE
      *> TODOS OS PROGRAMAS FACAM A MESMA CONTA DE CALENDARIO.
       77 WS-CD-FUNCAO                 PIC X(001).
       77 WS-CD-DATA-1                 PIC 9(008).
       77 WS-CD-DATA-2                 PIC 9(008).
       77 WS-CD-DIAS                   PIC S9(006).
       77 WS-CD-RESULTADO              PIC 9(008).
       77 WS-CD-VALIDA                 PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- CESSAO A AGENCIA DE COBRANCA EXTERNA ---'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0100-INFORMA-AGENCIA THRU 0100-INFORMA-AGENCIA-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           SET WS-FS-DUPL_VENCIDAS TO 0.
           SET WS-EOF              TO 0.
           OPEN INPUT DUPL_VENCIDAS
           IF WS-FS-DUPL_VENCIDAS EQUAL 35
               DISPLAY "* ARQUIVO DUPL_VENCIDAS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-COBREXT TO 0.
           OPEN I-O COBRANCA_EXTERNA
           IF WS-FS-COBREXT EQUAL 35
               OPEN OUTPUT COBRANCA_EXTERNA
               CLOSE COBRANCA_EXTERNA
               OPEN I-O COBRANCA_EXTERNA
               DISPLAY "* ARQUIVO COBRANCA_EXTERNA SENDO CRIADO *"
           END-IF

           SET WS-FS-REMESSA TO 0.
           OPEN EXTEND COBR_EXT_REMESSA
           IF WS-FS-REMESSA EQUAL 35
               OPEN OUTPUT COBR_EXT_REMESSA
               DISPLAY "* ARQUIVO COBR_EXT_REMESSA SENDO CRIADO *"
           END-IF

           SET WS-FS-CLIENTES TO 0.
           OPEN INPUT CLIENTES

           PERFORM 1000-PROCESSA-VENCIDA
               THRU 1000-PROCESSA-VENCIDA-FIM
               UNTIL WS-EOF = 1.

           IF WS-FS-CLIENTES NOT EQUAL 35
               CLOSE CLIENTES
           END-IF
           CLOSE COBR_EXT_REMESSA.
           CLOSE COBRANCA_EXTERNA.
           CLOSE DUPL_VENCIDAS.

           DISPLAY " "
           DISPLAY "VENCIDAS LIDAS: " WS-QTD-LIDAS
           DISPLAY "JA EM COBRANCA EXTERNA (NAO REENVIADAS): "
               WS-QTD-JA-CEDIDAS
           DISPLAY "DUPLICATAS CEDIDAS A AGENCIA " WS-COD-AGENCIA
               ": " WS-QTD-CEDIDAS
           DISPLAY "SALDO CEDIDO (COM JUROS): " WS-VL-CEDIDO.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * AGENCIA DE COBRANCA (FORNECEDOR    *
      * CADASTRADO) E ATRASO MINIMO DA     *
      * CESSAO                             *
      **************************************
      *
       0100-INFORMA-AGENCIA.
           DISPLAY 'INFORME O CODIGO DA AGENCIA DE COBRANCA '
               '(FORNECEDOR):'
           ACCEPT WS-COD-AGENCIA

           SET WS-FS-FORN TO 0.
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORN EQUAL 35
               DISPLAY "* ARQUIVO FORNECEDORES NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 0100-INFORMA-AGENCIA-FIM
           END-IF

           MOVE WS-COD-AGENCIA TO FORN-COD-FORNECEDOR
           READ FORNECEDORES
               INVALID KEY
                   DISPLAY "*** AGENCIA " WS-COD-AGENCIA
                       " NAO CADASTRADA EM FORNECEDORES ***"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'AGENCIA: ' FORN-NOME-FORNECEDOR
           END-READ
           CLOSE FORNECEDORES
           IF RETURN-CODE NOT = 0
               GO TO 0100-INFORMA-AGENCIA-FIM
           END-IF

           DISPLAY 'INFORME O ATRASO MINIMO EM DIAS PARA A CESSAO:'
           ACCEPT WS-DIAS-MINIMO.
       0100-INFORMA-AGENCIA-FIM.
           EXIT.
      *
      **************************************
      * SELECAO DE UMA VENCIDA PARA A      *
      * CESSAO: ATRASO ACIMA DO MINIMO,    *
      * COM SALDO E AINDA NAO CEDIDA       *
      **************************************
      *
       1000-PROCESSA-VENCIDA.
           READ DUPL_VENCIDAS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-LIDAS

      *> RENEGOCIADA SAIU DA COBRANCA; PROTESTADA JA ESTA NO
      *> CARTORIO.
           IF DUPL-ST-DUPLICATA OF REG-DUPL_VENCIDAS
               EQUAL "PRO" OR "REN"
               GO TO 1000-PROCESSA-VENCIDA-FIM
           END-IF

      *> SALDO REAJUSTADO: A FATURA DE DUPL_VENCIDAS JA TRAZ OS JUROS
      *> DE MORA DO EXERCICIO_019.
           COMPUTE WS-VL-SALDO =
               DUPL-VL-FATURA OF REG-DUPL_VENCIDAS -
               DUPL-VL-PAGO OF REG-DUPL_VENCIDAS
           IF WS-VL-SALDO NOT > ZEROS
               GO TO 1000-PROCESSA-VENCIDA-FIM
           END-IF

      *> O ATRASO CONTA DO PRIMEIRO DIA UTIL EM QUE O CLIENTE PODIA
      *> PAGAR, COMO NO AGING (EXERCICIO_017).
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPL_VENCIDAS TO WS-DT-VENC
           CALL 'CALC_DIA_UTIL' USING WS-DT-VENC, WS-VENC-UTIL

           MOVE 'D' TO WS-CD-FUNCAO
           MOVE WS-HOJE-AAAAMMDD TO WS-CD-DATA-1
           MOVE WS-VENC-UTIL TO WS-CD-DATA-2
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA
           MOVE WS-CD-DIAS TO WS-DIAS-ATRASO

           IF WS-DIAS-ATRASO NOT > WS-DIAS-MINIMO
               GO TO 1000-PROCESSA-VENCIDA-FIM
           END-IF

      *> CESSAO AINDA ATIVA (EM QUALQUER AGENCIA) NAO E REENVIADA; A
      *> DEVOLVIDA PELA AGENCIA PODE SER CEDIDA DE NOVO.
           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               TO CEX-NR-DUPLICATA
           READ COBRANCA_EXTERNA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CEX-ATIVA
                       ADD 1 TO WS-QTD-JA-CEDIDAS
                       GO TO 1000-PROCESSA-VENCIDA-FIM
                   END-IF
           END-READ

           PERFORM 2000-GRAVA-CESSAO THRU 2000-GRAVA-CESSAO-FIM

           END-READ.
       1000-PROCESSA-VENCIDA-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DA CESSAO NO ARQUIVO DA   *
      * AGENCIA E NO CONTROLE              *
      * COBRANCA_EXTERNA                   *
      **************************************
      *
       2000-GRAVA-CESSAO.
           MOVE WS-COD-AGENCIA TO CXE-COD-AGENCIA
           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               TO CXE-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               TO CXE-COD-CLIENTE
           MOVE DUPL-DT-EMISSAO OF REG-DUPL_VENCIDAS
               TO CXE-DT-EMISSAO
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPL_VENCIDAS
               TO CXE-DT-VENCIMENTO
           MOVE WS-VL-SALDO    TO CXE-VL-SALDO
           MOVE WS-DIAS-ATRASO TO CXE-DIAS-ATRASO

           MOVE SPACES TO CXE-NOME-CLIENTE
           MOVE SPACES TO CXE-LOGRADOURO
           MOVE SPACES TO CXE-NUMERO
           MOVE SPACES TO CXE-CIDADE
           MOVE SPACES TO CXE-UF
           MOVE ZEROS  TO CXE-CEP
           MOVE SPACES TO CXE-TELEFONE-CLIENTE
           MOVE SPACES TO CXE-EMAIL-CLIENTE

           IF WS-FS-CLIENTES NOT EQUAL 35
               MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
                   TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-CLIENTE       TO CXE-NOME-CLIENTE
                       MOVE LOGRADOURO-CLIENTE TO CXE-LOGRADOURO
                       MOVE NUMERO-CLIENTE     TO CXE-NUMERO
                       MOVE CIDADE-CLIENTE     TO CXE-CIDADE
                       MOVE UF-CLIENTE         TO CXE-UF
                       MOVE CEP-CLIENTE        TO CXE-CEP
                       MOVE TELEFONE-CLIENTE   TO CXE-TELEFONE-CLIENTE
                       MOVE EMAIL-CLIENTE      TO CXE-EMAIL-CLIENTE
               END-READ
           END-IF

           WRITE REG-COBR-EXT-REMESSA

           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               TO CEX-NR-DUPLICATA
           MOVE WS-COD-AGENCIA   TO CEX-COD-AGENCIA
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               TO CEX-COD-CLIENTE
           MOVE WS-HOJE-AAAAMMDD TO CEX-DT-ENVIO
           MOVE WS-VL-SALDO      TO CEX-VL-ENVIADO
           MOVE ZEROS            TO CEX-VL-RECUPERADO
           MOVE ZEROS            TO CEX-VL-HONORARIO
           MOVE 'A'              TO CEX-SITUACAO
           MOVE ZEROS            TO CEX-DT-RETORNO
           WRITE REG-COBR-EXTERNA
               INVALID KEY
                   REWRITE REG-COBR-EXTERNA
           END-WRITE

           ADD 1 TO WS-QTD-CEDIDAS
           ADD WS-VL-SALDO TO WS-VL-CEDIDO
           DISPLAY " CEDIDA: DUPLICATA "
               DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               " CLIENTE " DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               " SALDO " WS-VL-SALDO
               " ATRASO " WS-DIAS-ATRASO " DIAS".
       2000-GRAVA-CESSAO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_130.
