      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: EXTRATO NOTURNO DE DISPONIBILIDADE DE ESTOQUE PARA A
      * LOJA VIRTUAL E OS REPRESENTANTES (disponibilidade): UM
      * REGISTRO POR PRODUTO E DEPOSITO COM O SALDO DE ESTOQUE_DEP, O
      * QUE JA ESTA PROMETIDO EM RESERVAS ATIVAS, O QUE ESTA EM LOTES
      * VENCIDOS E O DISPONIVEL PARA PROMETER (SALDO - RESERVADO -
      * VENCIDO, NUNCA NEGATIVO), MAIS O PRECO DE LISTA E A PROXIMA
      * ENTRADA PREVISTA (DATA E QUANTIDADE A RECEBER DOS PEDIDOS DE
      * COMPRA EM ABERTO NA DATA PREVISTA MAIS PROXIMA). PRODUTO QUE
      * NAO PODE SER VENDIDO (DESCONTINUADO OU INATIVO JA EM VIGOR)
      * NAO ENTRA. O ARQUIVO TEM HEADER (TIPO 'H') COM DATA E HORA DA
      * GERACAO E TRAILER (TIPO 'T') COM A QUANTIDADE DE DETALHES, O
      * TOTAL DE REGISTROS E OS TOTAIS DE HASH (CHAVES E DISPONIVEL),
      * PARA O LADO QUE RECEBE RECUSAR UM ARQUIVO TRUNCADO. A RODADA
      * FICA NO DIARIO DE RUN_CONTROLE PARA A CONFERENCIA DA MANHA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_172.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE_DEP ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estoque_dep.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESTDEP-CHAVE
           FILE STATUS IS WS-FS-ESTDEP.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT RESERVAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\reservas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS RSV-CHAVE
           FILE STATUS     IS WS-FS-RSV.

           SELECT LOTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lotes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS LOT-CHAVE
           FILE STATUS     IS WS-FS-LOTES.

           SELECT PEDIDOS_COMPRA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_compra.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PC-NR-PEDIDO
           FILE STATUS IS WS-FS-PC.

           SELECT DISPONIBILIDADE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\disponibilidade.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-DISP.
       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE_DEP.
       01 REG-ESTOQUE-DEP.
           03 ESTDEP-CHAVE.
              05 ESTDEP-COD-PRODUTO   PIC 9(03).
              05 ESTDEP-COD-DEPOSITO  PIC 9(02).
           03 ESTDEP-QTDE             PIC 9(09).

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD RESERVAS.
       01 REG-RESERVA.
           03 RSV-CHAVE.
              05 RSV-NR-PEDIDO      PIC 9(07).
              05 RSV-NR-ITEM        PIC 9(02).
           03 RSV-COD-PRODUTO       PIC 9(03).
           03 RSV-COD-DEPOSITO      PIC 9(02).
           03 RSV-QTDE              PIC 9(09).
           03 RSV-DT-RESERVA        PIC 9(08).
           03 RSV-SITUACAO          PIC X(03).
              88 RSV-ATIVA          VALUE 'ATV'.

       FD LOTES.
       01 REG-LOTE.
           03 LOT-CHAVE.
              05 LOT-COD-PRODUTO       PIC 9(003).
              05 LOT-COD-DEPOSITO      PIC 9(002).
              05 LOT-DT-VALIDADE       PIC 9(008).
              05 LOT-NR-LOTE           PIC X(010).
           03 LOT-QTDE                 PIC 9(009).

       FD PEDIDOS_COMPRA.
       01 REG-PEDIDO-COMPRA.
           COPY PEDCOMP.

      *> O EXTRATO TEM UM HEADER (TIPO 'H'), OS DETALHES (TIPO 'D')
      *> E UM TRAILER (TIPO 'T'), TODOS COM 80 POSICOES. O TRAILER
      *> TRAZ A QUANTIDADE DE DETALHES, O TOTAL DE REGISTROS (HEADER E
      *> TRAILER INCLUSOS) E DOIS TOTAIS DE HASH: A SOMA DAS CHAVES
      *> (PRODUTO * 100 + DEPOSITO) E A SOMA DO DISPONIVEL.
       FD DISPONIBILIDADE.
       01 REG-DISP-HEADER.
           03 DSP-H-TIPO               PIC X(001).
           03 DSP-H-ARQUIVO            PIC X(015).
           03 DSP-H-DT-GERACAO         PIC 9(008).
           03 DSP-H-HR-GERACAO         PIC 9(006).
           03 FILLER                   PIC X(050).
       01 REG-DISP-DETALHE.
           03 DSP-TIPO                 PIC X(001).
           03 DSP-COD-PRODUTO          PIC 9(003).
           03 DSP-COD-DEPOSITO         PIC 9(002).
           03 DSP-QTDE-SALDO           PIC 9(009).
           03 DSP-QTDE-RESERVADA       PIC 9(009).
           03 DSP-QTDE-VENCIDA         PIC 9(009).
           03 DSP-QTDE-DISPONIVEL      PIC 9(009).
           03 DSP-PRECO-LISTA          PIC 9(07)V9(02).
           03 DSP-DT-PROX-ENTRADA      PIC 9(008).
           03 DSP-QTDE-PROX-ENTRADA    PIC 9(009).
           03 FILLER                   PIC X(012).
       01 REG-DISP-TRAILER.
           03 DSP-T-TIPO               PIC X(001).
           03 DSP-T-QTD-DETALHES       PIC 9(009).
           03 DSP-T-QTD-REGISTROS      PIC 9(009).
           03 DSP-T-HASH-CHAVES        PIC 9(015).
           03 DSP-T-HASH-DISPONIVEL    PIC 9(015).
           03 FILLER                   PIC X(031).

       WORKING-STORAGE SECTION.
       77 WS-FS-ESTDEP                 PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-RSV                    PIC 99.
       77 WS-FS-LOTES                  PIC 99.
       77 WS-FS-PC                     PIC 99.
       77 WS-FS-DISP                   PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-HORA-HHMMSS               PIC 9(006).
       77 WS-IX-DEP                    PIC 9(003).
       77 WS-QTDE-A-RECEBER            PIC 9(009).
       77 WS-QTDE-COMPROMETIDA         PIC 9(011).

      *> RESERVADO E VENCIDO POR PRODUTO E DEPOSITO (O DEPOSITO ENTRA
      *> COMO INDICE + 1, PARA O DEPOSITO 00 TER POSICAO).
       01 WS-TAB-COMPROMETIDO.
           03 WS-CMP-PRODUTO OCCURS 999 TIMES.
              05 WS-CMP-DEPOSITO OCCURS 100 TIMES.
                 07 WS-CMP-RESERVADA   PIC 9(009) COMP.
                 07 WS-CMP-VENCIDA     PIC 9(009) COMP.

      *> PROXIMA ENTRADA PREVISTA POR PRODUTO: A DATA PREVISTA MAIS
      *> PROXIMA ENTRE OS PEDIDOS EM ABERTO E O QUE FALTA RECEBER
      *> NELA (SOMA DOS PEDIDOS COM A MESMA DATA).
       01 WS-TAB-ENTRADA.
           03 WS-ENT-PRODUTO OCCURS 999 TIMES.
              05 WS-ENT-DATA           PIC 9(008).
              05 WS-ENT-QTDE           PIC 9(009) COMP.

      *> TOTAIS DE CONTROLE: TODO SALDO LIDO DE ESTOQUE_DEP CAI EM
      *> EXATAMENTE UM DESTINO.
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORA-VENDA            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SUPERCOMPROMETIDOS    PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REGISTROS             PIC 9(009) VALUE ZEROS.
       77 WS-HASH-CHAVES               PIC 9(015) VALUE ZEROS.
       77 WS-HASH-DISPONIVEL           PIC 9(015) VALUE ZEROS.

      *> CONTROLE DE EXECUCAO DO LOTE (SUBROTINA RUN_CONTROLE), COM
      *> PROTECAO CONTRA RODADA DUPLICADA NA MESMA DATA.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_172'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- EXTRATO DE DISPONIBILIDADE DE ESTOQUE ----'

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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HHMMSS
           INITIALIZE WS-TAB-COMPROMETIDO
           INITIALIZE WS-TAB-ENTRADA

           SET WS-FS-ESTDEP TO 0.
           OPEN INPUT ESTOQUE_DEP
           IF WS-FS-ESTDEP EQUAL 35
               DISPLAY "* ARQUIVO ESTOQUE_DEP NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
               CLOSE ESTOQUE_DEP
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-CARREGA-RESERVAS THRU 1000-CARREGA-RESERVAS-FIM
           PERFORM 1100-CARREGA-VENCIDOS THRU 1100-CARREGA-VENCIDOS-FIM
           PERFORM 1200-CARREGA-ENTRADAS THRU 1200-CARREGA-ENTRADAS-FIM

           SET WS-FS-DISP TO 0.
           OPEN OUTPUT DISPONIBILIDADE
           PERFORM 2000-GRAVA-HEADER THRU 2000-GRAVA-HEADER-FIM

           SET WS-EOF TO 0.
           PERFORM 3000-PROCESSA-SALDO THRU 3000-PROCESSA-SALDO-FIM
               UNTIL WS-EOF = 1.

           PERFORM 4000-GRAVA-TRAILER THRU 4000-GRAVA-TRAILER-FIM

           CLOSE ESTOQUE_DEP
           CLOSE PRODUTOS
           CLOSE DISPONIBILIDADE

           DISPLAY " "
           DISPLAY "SALDOS LIDOS (PRODUTO/DEPOSITO): " WS-QTD-LIDOS
           DISPLAY "DETALHES GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY "FORA DE VENDA (DESCONTINUADO/INATIVO): "
               WS-QTD-FORA-VENDA
           DISPLAY "SEM CADASTRO EM PRODUTOS: " WS-QTD-SEM-CADASTRO
           DISPLAY "COMPROMETIDO ACIMA DO SALDO (DISPONIVEL ZERO): "
               WS-QTD-SUPERCOMPROMETIDOS
           DISPLAY "REGISTROS NO ARQUIVO: " WS-QTD-REGISTROS
           DISPLAY "HASH DAS CHAVES: " WS-HASH-CHAVES
           DISPLAY "HASH DO DISPONIVEL: " WS-HASH-DISPONIVEL
           DISPLAY "EXTRATO GRAVADO EM disponibilidade."

      *> SALDO DE PRODUTO SEM CADASTRO OU COM MAIS COMPROMETIDO QUE
      *> SALDO E ERRO DE DADOS A CORRIGIR; O EXTRATO SAI MESMO ASSIM.
           IF WS-QTD-SEM-CADASTRO > ZEROS OR
               WS-QTD-SUPERCOMPROMETIDOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

      *> BALANCEAMENTO: TODO SALDO LIDO TEM QUE TER CAIDO EM UM
      *> DESTINO, E O ARQUIVO TEM QUE TER OS DETALHES MAIS HEADER E
      *> TRAILER.
           COMPUTE WS-QTD-DESTINOS = WS-QTD-GRAVADOS +
               WS-QTD-FORA-VENDA + WS-QTD-SEM-CADASTRO
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDOS OR
               WS-QTD-REGISTROS NOT EQUAL WS-QTD-GRAVADOS + 2
               DISPLAY "SALDOS LIDOS " WS-QTD-LIDOS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           MOVE 'F' TO WS-RC-FUNCAO
           MOVE WS-QTD-GRAVADOS TO WS-RC-REGISTROS
           MOVE RETURN-CODE TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           STOP RUN.
      *
      **************************************
      * RESERVAS ATIVAS POR PRODUTO E      *
      * DEPOSITO                           *
      **************************************
      *
       1000-CARREGA-RESERVAS.
           SET WS-FS-RSV TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT RESERVAS
           IF WS-FS-RSV EQUAL 35
               GO TO 1000-CARREGA-RESERVAS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ RESERVAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RSV-ATIVA AND RSV-COD-PRODUTO > ZEROS
                           COMPUTE WS-IX-DEP = RSV-COD-DEPOSITO + 1
                           ADD RSV-QTDE TO WS-CMP-RESERVADA
                               (RSV-COD-PRODUTO, WS-IX-DEP)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESERVAS.
       1000-CARREGA-RESERVAS-FIM.
           EXIT.
      *
      **************************************
      * SALDO EM LOTES JA VENCIDOS POR     *
      * PRODUTO E DEPOSITO                 *
      **************************************
      *
       1100-CARREGA-VENCIDOS.
           SET WS-FS-LOTES TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT LOTES
           IF WS-FS-LOTES EQUAL 35
               GO TO 1100-CARREGA-VENCIDOS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ LOTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LOT-DT-VALIDADE < WS-HOJE-AAAAMMDD AND
                           LOT-COD-PRODUTO > ZEROS
                           COMPUTE WS-IX-DEP = LOT-COD-DEPOSITO + 1
                           ADD LOT-QTDE TO WS-CMP-VENCIDA
                               (LOT-COD-PRODUTO, WS-IX-DEP)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOTES.
       1100-CARREGA-VENCIDOS-FIM.
           EXIT.
      *
      **************************************
      * PROXIMA ENTRADA PREVISTA DOS       *
      * PEDIDOS DE COMPRA EM ABERTO        *
      **************************************
      *
       1200-CARREGA-ENTRADAS.
           SET WS-FS-PC TO 0.
           SET WS-EOF   TO 0.
           OPEN INPUT PEDIDOS_COMPRA
           IF WS-FS-PC EQUAL 35
               GO TO 1200-CARREGA-ENTRADAS-FIM
           END-IF

      *> PEDIDO AINDA PENDENTE DE APROVACAO NAO PODE SER RECEBIDO,
      *> ENTAO NAO CONTA COMO ENTRADA PREVISTA.
           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_COMPRA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PC-PEDIDO-ABERTO AND
                           NOT PC-APROV-PENDENTE AND
                           PC-COD-PRODUTO > ZEROS AND
                           PC-QTDE-PEDIDA > PC-QTDE-RECEBIDA
                           COMPUTE WS-QTDE-A-RECEBER =
                               PC-QTDE-PEDIDA - PC-QTDE-RECEBIDA
                           EVALUATE TRUE
                               WHEN WS-ENT-DATA(PC-COD-PRODUTO) = ZEROS
                                 OR PC-DATA-PREVISTA <
                                    WS-ENT-DATA(PC-COD-PRODUTO)
                                   MOVE PC-DATA-PREVISTA
                                       TO WS-ENT-DATA(PC-COD-PRODUTO)
                                   MOVE WS-QTDE-A-RECEBER
                                       TO WS-ENT-QTDE(PC-COD-PRODUTO)
                               WHEN PC-DATA-PREVISTA =
                                    WS-ENT-DATA(PC-COD-PRODUTO)
                                   ADD WS-QTDE-A-RECEBER
                                       TO WS-ENT-QTDE(PC-COD-PRODUTO)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_COMPRA.
       1200-CARREGA-ENTRADAS-FIM.
           EXIT.
      *
      **************************************
      * HEADER DO EXTRATO                  *
      **************************************
      *
       2000-GRAVA-HEADER.
           INITIALIZE REG-DISP-HEADER
           MOVE 'H'                TO DSP-H-TIPO
           MOVE 'DISPONIBILIDADE'  TO DSP-H-ARQUIVO
           MOVE WS-HOJE-AAAAMMDD   TO DSP-H-DT-GERACAO
           MOVE WS-HORA-HHMMSS     TO DSP-H-HR-GERACAO
           WRITE REG-DISP-HEADER
           ADD 1 TO WS-QTD-REGISTROS.
       2000-GRAVA-HEADER-FIM.
           EXIT.
      *
      **************************************
      * UM SALDO DE PRODUTO/DEPOSITO VIRA  *
      * UM DETALHE DO EXTRATO              *
      **************************************
      *
       3000-PROCESSA-SALDO.
           READ ESTOQUE_DEP NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 3000-PROCESSA-SALDO-FIM
           END-READ
           ADD 1 TO WS-QTD-LIDOS

           MOVE ESTDEP-COD-PRODUTO TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO " ESTDEP-COD-PRODUTO
                       " SEM CADASTRO (DEPOSITO " ESTDEP-COD-DEPOSITO
                       ")"
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   GO TO 3000-PROCESSA-SALDO-FIM
           END-READ

           IF (PRODUTO-DESCONTINUADO OR PRODUTO-INATIVO) AND
               DT-SITUACAO-PRODUTO NOT > WS-HOJE-AAAAMMDD
               ADD 1 TO WS-QTD-FORA-VENDA
               GO TO 3000-PROCESSA-SALDO-FIM
           END-IF

           COMPUTE WS-IX-DEP = ESTDEP-COD-DEPOSITO + 1
           INITIALIZE REG-DISP-DETALHE
           MOVE 'D'                TO DSP-TIPO
           MOVE ESTDEP-COD-PRODUTO TO DSP-COD-PRODUTO
           MOVE ESTDEP-COD-DEPOSITO TO DSP-COD-DEPOSITO
           MOVE ESTDEP-QTDE        TO DSP-QTDE-SALDO
           MOVE WS-CMP-RESERVADA(ESTDEP-COD-PRODUTO, WS-IX-DEP)
               TO DSP-QTDE-RESERVADA
           MOVE WS-CMP-VENCIDA(ESTDEP-COD-PRODUTO, WS-IX-DEP)
               TO DSP-QTDE-VENCIDA
           COMPUTE WS-QTDE-COMPROMETIDA =
               DSP-QTDE-RESERVADA + DSP-QTDE-VENCIDA
           IF WS-QTDE-COMPROMETIDA > ESTDEP-QTDE
               DISPLAY "PRODUTO " ESTDEP-COD-PRODUTO " DEPOSITO "
                   ESTDEP-COD-DEPOSITO " COMPROMETIDO "
                   WS-QTDE-COMPROMETIDA " ACIMA DO SALDO " ESTDEP-QTDE
               ADD 1 TO WS-QTD-SUPERCOMPROMETIDOS
               MOVE ZEROS TO DSP-QTDE-DISPONIVEL
           ELSE
               COMPUTE DSP-QTDE-DISPONIVEL =
                   ESTDEP-QTDE - WS-QTDE-COMPROMETIDA
           END-IF
           MOVE PRECO-PRODUTO      TO DSP-PRECO-LISTA
           MOVE WS-ENT-DATA(ESTDEP-COD-PRODUTO)
               TO DSP-DT-PROX-ENTRADA
           MOVE WS-ENT-QTDE(ESTDEP-COD-PRODUTO)
               TO DSP-QTDE-PROX-ENTRADA

           WRITE REG-DISP-DETALHE
           ADD 1 TO WS-QTD-GRAVADOS
           ADD 1 TO WS-QTD-REGISTROS
           COMPUTE WS-HASH-CHAVES = WS-HASH-CHAVES +
               ESTDEP-COD-PRODUTO * 100 + ESTDEP-COD-DEPOSITO
           ADD DSP-QTDE-DISPONIVEL TO WS-HASH-DISPONIVEL.
       3000-PROCESSA-SALDO-FIM.
           EXIT.
      *
      **************************************
      * TRAILER DE CONTROLE DO EXTRATO     *
      **************************************
      *
       4000-GRAVA-TRAILER.
           ADD 1 TO WS-QTD-REGISTROS
           INITIALIZE REG-DISP-TRAILER
           MOVE 'T'                TO DSP-T-TIPO
           MOVE WS-QTD-GRAVADOS    TO DSP-T-QTD-DETALHES
           MOVE WS-QTD-REGISTROS   TO DSP-T-QTD-REGISTROS
           MOVE WS-HASH-CHAVES     TO DSP-T-HASH-CHAVES
           MOVE WS-HASH-DISPONIVEL TO DSP-T-HASH-DISPONIVEL
           WRITE REG-DISP-TRAILER.
       4000-GRAVA-TRAILER-FIM.
           EXIT.

       END PROGRAM EXERCICIO_172.
