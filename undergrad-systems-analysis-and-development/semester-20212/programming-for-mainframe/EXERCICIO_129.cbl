      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REMESSA DE NEGATIVACAO AO BIRO DE CREDITO, PASSO
      * INTERMEDIARIO ANTES DO PROTESTO (EXERCICIO_044), QUE CUSTA
      * EMOLUMENTOS DE CARTORIO. PRIMEIRO CONFERE CADA NEGATIVACAO
      * ATIVA (CONTROLE NEGATIVACOES) CONTRA O MASTER DUPLICATAS: A
      * DUPLICATA QUITADA ('SIM' OU SEM SALDO), CANCELADA/ESTORNADA
      * ('CAN'), RENEGOCIADA ('REN') OU FORA DO MASTER VAI PARA O
      * ARQUIVO DE EXCLUSAO (negativ_exclusao) NA MESMA NOITE, POIS A
      * LEI DA POUCOS DIAS PARA LIMPAR O NOME DE QUEM PAGOU. DEPOIS
      * SELECIONA AS DUPLICATAS DE DUPL_VENCIDAS COM MAIS DIAS DE
      * ATRASO QUE O PARAMETRO NEGAT-DIAS, AINDA NAO NEGATIVADAS, NAO
      * RENEGOCIADAS E NAO PROTESTADAS, E GRAVA O ARQUIVO DE
      * INCLUSAO (negativ_remessa) COM OS DADOS DO DEVEDOR DE
      * CLIENTES, REGISTRANDO O ENVIO EM NEGATIVACOES. A FILA DE
      * COBRANCA (EXERCICIO_036) MOSTRA QUAIS DUPLICATAS ESTAO
      * NEGATIVADAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_129.
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

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.

           SELECT NEGATIVACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativacoes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NEG-NR-DUPLICATA
           FILE STATUS     IS WS-FS-NEGATIVACOES.

           SELECT NEGATIV_REMESSA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativ_remessa.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-REMESSA.

           SELECT NEGATIV_EXCLUSAO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativ_exclusao.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-EXCLUSAO.

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

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD NEGATIVACOES.
       01 REG-NEGATIVACAO.
           COPY NEGATIV.

      *> REGISTRO DE INCLUSAO NO BIRO: DADOS DA DIVIDA MAIS A
      *> QUALIFICACAO DO DEVEDOR, COMO NA REMESSA DE PROTESTO.
       FD NEGATIV_REMESSA.
       01 REG-NEGATIV-REMESSA.
           03 NGR-TIPO                 PIC X(001).
           03 NGR-NR-DUPLICATA         PIC 9(007).
           03 NGR-COD-CLIENTE          PIC 9(005).
           03 NGR-DT-EMISSAO           PIC 9(008).
           03 NGR-DT-VENCIMENTO        PIC 9(008).
           03 NGR-VL-DIVIDA            PIC S9(013)V9(002).
           03 NGR-DIAS-ATRASO          PIC 9(006).
           03 NGR-NOME-CLIENTE         PIC X(020).
           03 NGR-LOGRADOURO           PIC X(030).
           03 NGR-NUMERO               PIC X(006).
           03 NGR-CIDADE               PIC X(020).
           03 NGR-UF                   PIC X(002).
           03 NGR-CEP                  PIC 9(008).
           03 NGR-TELEFONE-CLIENTE     PIC X(014).
           03 NGR-EMAIL-CLIENTE        PIC X(030).

      *> REGISTRO DE EXCLUSAO NO BIRO: IDENTIFICA A INCLUSAO FEITA E
      *> O MOTIVO DA BAIXA.
       FD NEGATIV_EXCLUSAO.
       01 REG-NEGATIV-EXCLUSAO.
           03 NGE-TIPO                 PIC X(001).
           03 NGE-NR-DUPLICATA         PIC 9(007).
           03 NGE-COD-CLIENTE          PIC 9(005).
           03 NGE-DT-INCLUSAO          PIC 9(008).
           03 NGE-DT-EXCLUSAO          PIC 9(008).
           03 NGE-MOTIVO               PIC X(003).

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-NEGATIVACOES           PIC 99.
       77 WS-FS-REMESSA                PIC 99.
       77 WS-FS-EXCLUSAO               PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-DIAS-ATRASO               PIC S9(006).
       77 WS-VENC-UTIL                 PIC 9(008).
       77 WS-DT-VENC                   PIC 9(008).
       77 WS-MOTIVO                    PIC X(003).
       77 WS-VL-SALDO                  PIC S9(013)V9(002).
       77 WS-QTD-ATIVAS-LIDAS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EXCLUIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-MANTIDAS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-VENCIDAS-LIDAS        PIC 9(006) VALUE ZEROS.
       77 WS-QTD-INCLUIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JA-NEGATIVADAS        PIC 9(006) VALUE ZEROS.

      *> ATRASO MINIMO, EM DIAS, PARA A NEGATIVACAO - LIDO DO ARQUIVO
      *> PARAMETROS (NEGAT-DIAS).
       77 WS-NEGAT-DIAS                PIC 9(004).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA), PARA QUE
      *> TODOS OS PROGRAMAS FACAM A MESMA CONTA DE CALENDARIO.
       77 WS-CD-FUNCAO                 PIC X(001).
       77 WS-CD-DATA-1                 PIC 9(008).
       77 WS-CD-DATA-2                 PIC 9(008).
       77 WS-CD-DIAS                   PIC S9(006).
       77 WS-CD-RESULTADO              PIC 9(008).
       77 WS-CD-VALIDA                 PIC X(001).

      *> CONTROLE DE EXECUCAO DO LOTE (SUBROTINA RUN_CONTROLE), COM
      *> PROTECAO CONTRA RODADA DUPLICADA NA MESMA DATA.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_129'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ NEGATIVACAO NO BIRO DE CREDITO ------'

           MOVE 'I' TO WS-RC-FUNCAO
           MOVE ZEROS TO WS-RC-REGISTROS
           MOVE ZEROS TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           IF WS-RC-RESULTADO EQUAL 'J'
               DISPLAY "*** LOTE JA EXECUTADO NESTA DATA - GRAVE O "
                   "PROGRAMA NO CARTAO runctl_force PARA RODAR DE "
                   "NOVO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0050-CARREGA-PARAMETROS
               THRU 0050-CARREGA-PARAMETROS-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           SET WS-FS-NEGATIVACOES TO 0.
           OPEN I-O NEGATIVACOES
           IF WS-FS-NEGATIVACOES EQUAL 35
               OPEN OUTPUT NEGATIVACOES
               CLOSE NEGATIVACOES
               OPEN I-O NEGATIVACOES
               DISPLAY "* ARQUIVO NEGATIVACOES SENDO CRIADO *"
           END-IF

      *> A EXCLUSAO RODA ANTES DA INCLUSAO: O QUE JA FOI PAGO SAI DO
      *> BIRO AINDA HOJE.
           PERFORM 1000-EXCLUI-QUITADAS THRU 1000-EXCLUI-QUITADAS-FIM.
           IF RETURN-CODE NOT = 0
               CLOSE NEGATIVACOES
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-INCLUI-VENCIDAS THRU 2000-INCLUI-VENCIDAS-FIM.

           CLOSE NEGATIVACOES.

           DISPLAY " "
           DISPLAY "NEGATIVACOES ATIVAS CONFERIDAS: "
               WS-QTD-ATIVAS-LIDAS
           DISPLAY "EXCLUSOES ENVIADAS AO BIRO: " WS-QTD-EXCLUIDAS
           DISPLAY "NEGATIVACOES MANTIDAS: " WS-QTD-MANTIDAS
           DISPLAY "VENCIDAS LIDAS: " WS-QTD-VENCIDAS-LIDAS
           DISPLAY "JA NEGATIVADAS (NAO REENVIADAS): "
               WS-QTD-JA-NEGATIVADAS
           DISPLAY "INCLUSOES ENVIADAS AO BIRO: " WS-QTD-INCLUIDAS

      *> BALANCEAMENTO: TODA NEGATIVACAO ATIVA CONFERIDA OU FOI
      *> EXCLUIDA OU FOI MANTIDA.
           IF WS-QTD-ATIVAS-LIDAS NOT =
               WS-QTD-EXCLUIDAS + WS-QTD-MANTIDAS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           COMPUTE WS-RC-REGISTROS =
               WS-QTD-EXCLUIDAS + WS-QTD-INCLUIDAS
           MOVE 'F' TO WS-RC-FUNCAO
           MOVE RETURN-CODE TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           STOP RUN.

      *
      **************************************
      * CARGA DO ATRASO MINIMO PARA A      *
      * NEGATIVACAO DO ARQUIVO DE          *
      * PARAMETROS                         *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           MOVE 'NEGAT-DIAS' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO NEGAT-DIAS NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-NEGAT-DIAS.
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * EXCLUSAO: CADA NEGATIVACAO ATIVA   *
      * CUJA DUPLICATA FOI QUITADA,        *
      * CANCELADA, RENEGOCIADA OU SAIU DO  *
      * MASTER VAI PARA O ARQUIVO DE       *
      * EXCLUSAO                           *
      **************************************
      *
       1000-EXCLUI-QUITADAS.
           SET WS-FS-DUPLICATAS TO 0.
           OPEN INPUT DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               DISPLAY "* ARQUIVO DUPLICATAS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXCLUI-QUITADAS-FIM
           END-IF

           SET WS-FS-EXCLUSAO TO 0.
           OPEN EXTEND NEGATIV_EXCLUSAO
           IF WS-FS-EXCLUSAO EQUAL 35
               OPEN OUTPUT NEGATIV_EXCLUSAO
               DISPLAY "* ARQUIVO NEGATIV_EXCLUSAO SENDO CRIADO *"
           END-IF

           SET WS-EOF TO 0.
           MOVE ZEROS TO NEG-NR-DUPLICATA
           START NEGATIVACOES KEY IS NOT LESS THAN NEG-NR-DUPLICATA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ NEGATIVACOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NEG-ATIVA
                           ADD 1 TO WS-QTD-ATIVAS-LIDAS
                           PERFORM 1100-CONFERE-NEGATIVADA
                               THRU 1100-CONFERE-NEGATIVADA-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NEGATIV_EXCLUSAO
           CLOSE DUPLICATAS.
       1000-EXCLUI-QUITADAS-FIM.
           EXIT.
      *
       1100-CONFERE-NEGATIVADA.
           MOVE SPACES TO WS-MOTIVO
           MOVE NEG-NR-DUPLICATA TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   MOVE 'INE' TO WS-MOTIVO
               NOT INVALID KEY
                   COMPUTE WS-VL-SALDO =
                       DUPL-VL-FATURA OF REG-DUPLICATA -
                       DUPL-VL-PAGO OF REG-DUPLICATA
                   EVALUATE TRUE
                       WHEN DUPL-ST-DUPLICATA OF REG-DUPLICATA
                           EQUAL "SIM"
                           MOVE 'PAG' TO WS-MOTIVO
                       WHEN DUPL-ST-DUPLICATA OF REG-DUPLICATA
                           EQUAL "CAN"
                           MOVE 'CAN' TO WS-MOTIVO
                       WHEN DUPL-ST-DUPLICATA OF REG-DUPLICATA
                           EQUAL "REN"
                           MOVE 'REN' TO WS-MOTIVO
                       WHEN WS-VL-SALDO NOT > ZEROS
                           MOVE 'PAG' TO WS-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-MOTIVO EQUAL SPACES
               ADD 1 TO WS-QTD-MANTIDAS
               GO TO 1100-CONFERE-NEGATIVADA-FIM
           END-IF

           MOVE 'E'              TO NGE-TIPO
           MOVE NEG-NR-DUPLICATA TO NGE-NR-DUPLICATA
           MOVE NEG-COD-CLIENTE  TO NGE-COD-CLIENTE
           MOVE NEG-DT-INCLUSAO  TO NGE-DT-INCLUSAO
           MOVE WS-HOJE-AAAAMMDD TO NGE-DT-EXCLUSAO
           MOVE WS-MOTIVO        TO NGE-MOTIVO
           WRITE REG-NEGATIV-EXCLUSAO

           MOVE 'E'              TO NEG-SITUACAO
           MOVE WS-HOJE-AAAAMMDD TO NEG-DT-EXCLUSAO
           MOVE WS-MOTIVO        TO NEG-MOTIVO-EXCLUSAO
           REWRITE REG-NEGATIVACAO

           ADD 1 TO WS-QTD-EXCLUIDAS
           DISPLAY " EXCLUSAO: DUPLICATA " NEG-NR-DUPLICATA
               " CLIENTE " NEG-COD-CLIENTE " MOTIVO " WS-MOTIVO.
       1100-CONFERE-NEGATIVADA-FIM.
           EXIT.
      *
      **************************************
      * INCLUSAO: VENCIDAS COM ATRASO      *
      * ACIMA DE NEGAT-DIAS AINDA NAO      *
      * NEGATIVADAS                        *
      **************************************
      *
       2000-INCLUI-VENCIDAS.
           SET WS-FS-DUPL_VENCIDAS TO 0.
           SET WS-EOF              TO 0.
           OPEN INPUT DUPL_VENCIDAS
           IF WS-FS-DUPL_VENCIDAS EQUAL 35
               DISPLAY "* ARQUIVO DUPL_VENCIDAS NAO EXISTE *"
               GO TO 2000-INCLUI-VENCIDAS-FIM
           END-IF

           SET WS-FS-REMESSA TO 0.
           OPEN EXTEND NEGATIV_REMESSA
           IF WS-FS-REMESSA EQUAL 35
               OPEN OUTPUT NEGATIV_REMESSA
               DISPLAY "* ARQUIVO NEGATIV_REMESSA SENDO CRIADO *"
           END-IF

           SET WS-FS-CLIENTES TO 0.
           OPEN INPUT CLIENTES

           PERFORM 2100-PROCESSA-VENCIDA
               THRU 2100-PROCESSA-VENCIDA-FIM
               UNTIL WS-EOF = 1.

           IF WS-FS-CLIENTES NOT EQUAL 35
               CLOSE CLIENTES
           END-IF
           CLOSE NEGATIV_REMESSA
           CLOSE DUPL_VENCIDAS.
       2000-INCLUI-VENCIDAS-FIM.
           EXIT.
      *
       2100-PROCESSA-VENCIDA.
           READ DUPL_VENCIDAS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-VENCIDAS-LIDAS

      *> RENEGOCIADA SAIU DA COBRANCA; PROTESTADA JA ESTA NO
      *> CARTORIO, QUE E O ESTAGIO MAIS SEVERO.
           IF DUPL-ST-DUPLICATA OF REG-DUPL_VENCIDAS
               EQUAL "PRO" OR "REN"
               GO TO 2100-PROCESSA-VENCIDA-FIM
           END-IF

           COMPUTE WS-VL-SALDO =
               DUPL-VL-FATURA OF REG-DUPL_VENCIDAS -
               DUPL-VL-PAGO OF REG-DUPL_VENCIDAS
           IF WS-VL-SALDO NOT > ZEROS
               GO TO 2100-PROCESSA-VENCIDA-FIM
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

           IF WS-DIAS-ATRASO NOT > WS-NEGAT-DIAS
               GO TO 2100-PROCESSA-VENCIDA-FIM
           END-IF

      *> JA NEGATIVADA E AINDA ATIVA NAO E REENVIADA; A QUE JA FOI
      *> EXCLUIDA (POR EXEMPLO, ESTORNO DE UM PAGAMENTO) PODE SER
      *> NEGATIVADA DE NOVO.
           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               TO NEG-NR-DUPLICATA
           READ NEGATIVACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NEG-ATIVA
                       ADD 1 TO WS-QTD-JA-NEGATIVADAS
                       GO TO 2100-PROCESSA-VENCIDA-FIM
                   END-IF
           END-READ

           PERFORM 2200-GRAVA-INCLUSAO THRU 2200-GRAVA-INCLUSAO-FIM

           END-READ.
       2100-PROCESSA-VENCIDA-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DA INCLUSAO NO ARQUIVO DO *
      * BIRO E NO CONTROLE NEGATIVACOES    *
      **************************************
      *
       2200-GRAVA-INCLUSAO.
           MOVE 'I' TO NGR-TIPO
           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               TO NGR-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               TO NGR-COD-CLIENTE
           MOVE DUPL-DT-EMISSAO OF REG-DUPL_VENCIDAS
               TO NGR-DT-EMISSAO
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPL_VENCIDAS
               TO NGR-DT-VENCIMENTO
           MOVE WS-VL-SALDO    TO NGR-VL-DIVIDA
           MOVE WS-DIAS-ATRASO TO NGR-DIAS-ATRASO

           MOVE SPACES TO NGR-NOME-CLIENTE
           MOVE SPACES TO NGR-LOGRADOURO
           MOVE SPACES TO NGR-NUMERO
           MOVE SPACES TO NGR-CIDADE
           MOVE SPACES TO NGR-UF
           MOVE ZEROS  TO NGR-CEP
           MOVE SPACES TO NGR-TELEFONE-CLIENTE
           MOVE SPACES TO NGR-EMAIL-CLIENTE

           IF WS-FS-CLIENTES NOT EQUAL 35
               MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
                   TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-CLIENTE       TO NGR-NOME-CLIENTE
                       MOVE LOGRADOURO-CLIENTE TO NGR-LOGRADOURO
                       MOVE NUMERO-CLIENTE     TO NGR-NUMERO
                       MOVE CIDADE-CLIENTE     TO NGR-CIDADE
                       MOVE UF-CLIENTE         TO NGR-UF
                       MOVE CEP-CLIENTE        TO NGR-CEP
                       MOVE TELEFONE-CLIENTE   TO NGR-TELEFONE-CLIENTE
                       MOVE EMAIL-CLIENTE      TO NGR-EMAIL-CLIENTE
               END-READ
           END-IF

           WRITE REG-NEGATIV-REMESSA

           MOVE DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               TO NEG-NR-DUPLICATA
           MOVE DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               TO NEG-COD-CLIENTE
           MOVE WS-VL-SALDO      TO NEG-VL-DIVIDA
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPL_VENCIDAS
               TO NEG-DT-VENCIMENTO
           MOVE WS-HOJE-AAAAMMDD TO NEG-DT-INCLUSAO
           MOVE 'A'              TO NEG-SITUACAO
           MOVE ZEROS            TO NEG-DT-EXCLUSAO
           MOVE SPACES           TO NEG-MOTIVO-EXCLUSAO
           WRITE REG-NEGATIVACAO
               INVALID KEY
                   REWRITE REG-NEGATIVACAO
           END-WRITE

           ADD 1 TO WS-QTD-INCLUIDAS
           DISPLAY " INCLUSAO: DUPLICATA "
               DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               " CLIENTE " DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
               " ATRASO " WS-DIAS-ATRASO " DIAS".
       2200-GRAVA-INCLUSAO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_129.
