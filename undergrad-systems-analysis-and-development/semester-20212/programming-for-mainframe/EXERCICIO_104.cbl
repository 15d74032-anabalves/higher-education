      * CLIENTE PARA PEDIDOS FUTUROS (CREDITOS_CLI). O DOCUMENTO DE
      * CREDITO SAI IMPRESSO PARA O CLIENTE. ACABA O AJUSTE DE
      * ESTOQUE NA TELA DE MANUTENCAO E O "ESQUECIMENTO" DE PARTE DA
      * DUPLICATA. O MOVIMENTO DE ESTOQUE ENTRA COM O MOTIVO
      * DEVOL-CLIENTE, LANCADO NO DIARIO PELA EXPORTACAO DO ESTOQUE
      * (EXERCICIO_141). O IMPOSTO DO ITEM (IMPOSTOS_PEDIDO) NA
      * PROPORCAO DA QUANTIDADE DEVOLVIDA E ESTORNADO EM
      * IMPOSTOS_ESTORNO, PARA A APURACAO DO MES (EXERCICIO_142)
      * ABATER DO IMPOSTO A RECOLHER. A DEVOLUCAO DE KIT E FEITA
      * PELO ITEM DO KIT (O CREDITO E PELO PRECO DO KIT) E DEVOLVE AO
      * ESTOQUE CADA COMPONENTE NA QUANTIDADE POR KIT; ITEM DE
      * COMPONENTE NAO E DEVOLVIDO SOZINHO. A OPCAO 2 PROCESSA AS
      * RECUSAS DE ENTREGA DO ROMANEIO (DEVOL_PENDENTES, GRAVADAS NO
      * RETORNO DO VEICULO EM EXERCICIO_175) SEM DIGITACAO: CADA ITEM
      * PENDENTE VOLTA AO DEPOSITO 01 NA QUANTIDADE FATURADA, CONTRA A
      * DUPLICATA DO ROMANEIO, E FICA MARCADO COMO DEVOLVIDO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CRED.

           SELECT IMPOSTOS_PEDIDO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\impostos_pedido.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS IPD-CHAVE
           FILE STATUS     IS WS-FS-IPD.

           SELECT IMPOSTOS_ESTORNO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\impostos_estorno.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-IES.

           SELECT DEVOL_PENDENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\devol_pendentes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DVP-CHAVE
           FILE STATUS     IS WS-FS-DVP.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nota_credito_rel.txt'
       FILE SECTION.
       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD PRODUTOS.
       01 REG-PRODUTO.

      *> CREDITO DO CLIENTE QUANDO A DUPLICATA DA VENDA DEVOLVIDA JA
      *> FOI PAGA: FICA REGISTRADO PARA ABATER DE PEDIDOS FUTUROS.
      *> O SALDO E CONSUMIDO PELA COMPENSACAO EM DUPLICATAS OU PELO
      *> REEMBOLSO (EXERCICIO_126).
       FD CREDITOS_CLI.
       01 REG-CREDITO-CLI.
           03 CRC-COD-CLIENTE          PIC 9(005).
           03 CRC-NR-PEDIDO            PIC 9(007).
           03 CRC-VL-CREDITO           PIC S9(013)V9(002).
           03 CRC-DT-CREDITO           PIC 9(008).
           03 CRC-MOTIVO               PIC X(020).

      *> IMPOSTO GUARDADO POR ITEM NA CONFIRMACAO DO PEDIDO
      *> (EXERCICIO_064).
       FD IMPOSTOS_PEDIDO.
       01 REG-IMPOSTO-PEDIDO.
           03 IPD-CHAVE.
              05 IPD-NR-PEDIDO      PIC 9(07).
              05 IPD-NR-ITEM        PIC 9(02).
           03 IPD-GRUPO             PIC X(03).
           03 IPD-UF                PIC X(02).
           03 IPD-ALIQUOTA          PIC 9(02)V9(02).
           03 IPD-VL-BASE           PIC S9(013)V9(002).
           03 IPD-VL-IMPOSTO        PIC S9(013)V9(002).
           03 IPD-DT-OPERACAO       PIC 9(08).

       FD IMPOSTOS_ESTORNO.
       01 REG-IMPOSTO-ESTORNO.
           COPY IMPESTOR.

      *> ITENS DE PEDIDO RECUSADOS NA ENTREGA (EXERCICIO_175).
       FD DEVOL_PENDENTES.
       01 REG-DEVOL-PENDENTE.
           COPY DEVPEND.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       77 WS-FS-AUDIT       PIC 99.
       77 WS-FS-CRED        PIC 99.
       77 WS-FS-REL         PIC 99.
       77 WS-FS-IPD         PIC 99.
       77 WS-FS-IES         PIC 99.
       77 WS-FS-DVP         PIC 99.
       77 WS-EOF-DVP        PIC 99.
       77 WS-OPCAO          PIC 9(001).
      *> 'M' = DEVOLUCAO DIGITADA, 'R' = RECUSA DE ENTREGA PENDENTE
      *> (A DUPLICATA JA VEM DO ROMANEIO).
       77 WS-ORIGEM         PIC X(001) VALUE 'M'.
       77 WS-QTD-RECUSAS    PIC 9(005) VALUE ZEROS.
       77 WS-NR-PEDIDO      PIC 9(007).
       77 WS-NR-ITEM        PIC 9(002).
       77 WS-NR-DUPLICATA   PIC 9(007).
       77 WS-VL-SALDO       PIC S9(013)V9(002).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-DESTINO-TXT    PIC X(030).
       77 WS-VL-IMP-ESTORNO PIC S9(013)V9(002) VALUE ZEROS.
      *> PRODUTO E QUANTIDADE QUE VOLTAM AO ESTOQUE: O DO ITEM, OU
      *> CADA COMPONENTE QUANDO O ITEM E KIT.
       77 WS-COD-PRODUTO-ENT PIC 9(003).
       77 WS-QTDE-ENTRADA   PIC 9(009).
       77 WS-NR-ITEM-COMP   PIC 9(002).
       77 WS-FIM-KIT        PIC X(001).
       01 WS-LINHA-REL      PIC X(132).

      *> IMAGEM ANTERIOR DA DUPLICATA PARA A TRILHA DE AUDITORIA.
       77 WS-JR-CHAVE      PIC X(020).
       77 WS-JR-IMAGEM     PIC X(150).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_104'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'NOTA DE CREDITO AO CLIENTE'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.


      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
               GO TO ROT-FIM
           END-IF

           DISPLAY '1 - DEVOLUCAO DE ITEM FATURADO'
           DISPLAY '2 - RECUSAS DE ENTREGA PENDENTES (ROMANEIO)'
           ACCEPT WS-OPCAO
           IF WS-OPCAO EQUAL 2
               PERFORM 0800-RECUSAS-ENTREGA
                   THRU 0800-RECUSAS-ENTREGA-FIM
               GO TO ROT-FIM
           END-IF

           DISPLAY 'INFORME O NUMERO DO PEDIDO FATURADO:'
           ACCEPT WS-NR-PEDIDO
           DISPLAY 'INFORME O NUMERO DO ITEM:'
               GO TO ROT-FIM
           END-IF

           IF PV-ITEM-COMPONENTE
               DISPLAY "*** ITEM E COMPONENTE DE KIT - DEVOLVA PELO "
                   "ITEM DO KIT " PV-NR-ITEM-KIT " ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           DISPLAY 'QUANTIDADE FATURADA: ' PV-QTDE
           DISPLAY 'INFORME A QUANTIDADE DEVOLVIDA:'
           ACCEPT WS-QTDE-DEVOLVIDA
               MOVE 01 TO WS-DEPOSITO
           END-IF

           PERFORM 0600-EXECUTA-DEVOLUCAO
               THRU 0600-EXECUTA-DEVOLUCAO-FIM.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * DEVOLUCAO DO ITEM JA CONFERIDO:    *
      * ESTOQUE, CREDITO, IMPOSTO E NOTA   *
      **************************************
      *
       0600-EXECUTA-DEVOLUCAO.
           MOVE ZEROS TO WS-VL-IMP-ESTORNO
           COMPUTE WS-VL-CREDITO =
               WS-QTDE-DEVOLVIDA * PV-PRECO-UNIT

           IF PV-ITEM-KIT
               PERFORM 0500-DEVOLVE-KIT THRU 0500-DEVOLVE-KIT-FIM
           ELSE
               MOVE PV-COD-PRODUTO    TO WS-COD-PRODUTO-ENT
               MOVE WS-QTDE-DEVOLVIDA TO WS-QTDE-ENTRADA
               PERFORM 1000-ENTRADA-ESTOQUE
                   THRU 1000-ENTRADA-ESTOQUE-FIM
               PERFORM 2000-GRAVA-MOVTO THRU 2000-GRAVA-MOVTO-FIM
               PERFORM 3000-ENTRADA-DEPOSITO
                   THRU 3000-ENTRADA-DEPOSITO-FIM
           END-IF.
           PERFORM 4000-GERA-CREDITO THRU 4000-GERA-CREDITO-FIM.
           PERFORM 4800-ESTORNA-IMPOSTO
               THRU 4800-ESTORNA-IMPOSTO-FIM.
           PERFORM 5000-IMPRIME-NOTA THRU 5000-IMPRIME-NOTA-FIM.

           DISPLAY " "
           DISPLAY "DEVOLUCAO DO PEDIDO " WS-NR-PEDIDO " ITEM "
               WS-NR-ITEM " REGISTRADA - CREDITO DE " WS-VL-CREDITO
           DISPLAY "NOTA DE CREDITO GRAVADA EM nota_credito_rel.".
       0600-EXECUTA-DEVOLUCAO-FIM.
           EXIT.
      *
      **************************************
      * RECUSAS DE ENTREGA DO ROMANEIO:    *
      * CADA ITEM PENDENTE E DEVOLVIDO NA  *
      * QUANTIDADE FATURADA                *
      **************************************
      *
       0800-RECUSAS-ENTREGA.
           MOVE 'R' TO WS-ORIGEM
           SET WS-FS-DVP TO 0.
           OPEN I-O DEVOL_PENDENTES
           IF WS-FS-DVP EQUAL 35
               DISPLAY "* NENHUMA RECUSA DE ENTREGA REGISTRADA *"
               GO TO 0800-RECUSAS-ENTREGA-FIM
           END-IF

           SET WS-EOF-DVP TO 0.
           PERFORM 0850-DEVOLVE-RECUSA THRU 0850-DEVOLVE-RECUSA-FIM
               UNTIL WS-EOF-DVP = 1.

           CLOSE DEVOL_PENDENTES
           DISPLAY " "
           DISPLAY "RECUSAS DE ENTREGA DEVOLVIDAS: " WS-QTD-RECUSAS.
       0800-RECUSAS-ENTREGA-FIM.
           EXIT.
      *
       0850-DEVOLVE-RECUSA.
           READ DEVOL_PENDENTES NEXT RECORD
           AT END
               MOVE 1 TO WS-EOF-DVP
           NOT AT END

           IF NOT DVP-PENDENTE
               GO TO 0850-DEVOLVE-RECUSA-FIM
           END-IF

           MOVE DVP-NR-PEDIDO    TO WS-NR-PEDIDO
           MOVE DVP-NR-ITEM      TO WS-NR-ITEM
           MOVE DVP-NR-DUPLICATA TO WS-NR-DUPLICATA
           MOVE DVP-MOTIVO       TO WS-MOTIVO
           MOVE 01               TO WS-DEPOSITO

           SET WS-FS-PV TO 0
           OPEN INPUT PEDIDOS_VENDA
           IF WS-FS-PV EQUAL 35
               DISPLAY "* ARQUIVO PEDIDOS_VENDA NAO EXISTE *"
               MOVE 1 TO WS-EOF-DVP
               GO TO 0850-DEVOLVE-RECUSA-FIM
           END-IF
           MOVE WS-NR-PEDIDO TO PV-NR-PEDIDO
           MOVE WS-NR-ITEM   TO PV-NR-ITEM
           READ PEDIDOS_VENDA
               INVALID KEY
                   MOVE SPACES TO PV-ST-PEDIDO
           END-READ
           CLOSE PEDIDOS_VENDA

      *> ITEM QUE NAO ESTA MAIS FATURADO FICA PENDENTE PARA A
      *> CONFERENCIA DO OPERADOR.
           IF NOT PV-ITEM-CONFIRMADO OR PV-ITEM-COMPONENTE
               DISPLAY "* PEDIDO " WS-NR-PEDIDO " ITEM " WS-NR-ITEM
                   " NAO ESTA FATURADO - RECUSA CONTINUA PENDENTE *"
               MOVE 8 TO RETURN-CODE
               GO TO 0850-DEVOLVE-RECUSA-FIM
           END-IF

           MOVE DVP-QTDE TO WS-QTDE-DEVOLVIDA
           IF WS-QTDE-DEVOLVIDA > PV-QTDE
               MOVE PV-QTDE TO WS-QTDE-DEVOLVIDA
           END-IF

           PERFORM 0600-EXECUTA-DEVOLUCAO
               THRU 0600-EXECUTA-DEVOLUCAO-FIM

           MOVE 'D'              TO DVP-SITUACAO
           MOVE WS-HOJE-AAAAMMDD TO DVP-DT-DEVOLUCAO
           REWRITE REG-DEVOL-PENDENTE
           ADD 1 TO WS-QTD-RECUSAS

           END-READ.
       0850-DEVOLVE-RECUSA-FIM.
           EXIT.

      *
      **************************************
      * DEVOLUCAO DE KIT: OS ITENS DE      *
      * COMPONENTE VEM LOGO DEPOIS DO KIT  *
      * NO PEDIDO; CADA UM VOLTA AO        *
      * ESTOQUE NA QUANTIDADE POR KIT      *
      **************************************
      *
       0500-DEVOLVE-KIT.
           SET WS-FS-PV TO 0.
           OPEN INPUT PEDIDOS_VENDA
           MOVE WS-NR-ITEM TO WS-NR-ITEM-COMP
           MOVE 'N' TO WS-FIM-KIT

           PERFORM 0550-DEVOLVE-COMPONENTE
               THRU 0550-DEVOLVE-COMPONENTE-FIM
               UNTIL WS-FIM-KIT = 'S'

      *> O ITEM DO KIT VOLTA PARA A AREA DO REGISTRO: O CREDITO, O
      *> ESTORNO DO IMPOSTO E A NOTA SAO DELE.
           MOVE WS-NR-PEDIDO TO PV-NR-PEDIDO
           MOVE WS-NR-ITEM   TO PV-NR-ITEM
           READ PEDIDOS_VENDA
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE PEDIDOS_VENDA.
       0500-DEVOLVE-KIT-FIM.
           EXIT.
      *
       0550-DEVOLVE-COMPONENTE.
           IF WS-NR-ITEM-COMP NOT < 99
               MOVE 'S' TO WS-FIM-KIT
               GO TO 0550-DEVOLVE-COMPONENTE-FIM
           END-IF
           ADD 1 TO WS-NR-ITEM-COMP

           MOVE WS-NR-PEDIDO    TO PV-NR-PEDIDO
           MOVE WS-NR-ITEM-COMP TO PV-NR-ITEM
           READ PEDIDOS_VENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-KIT
                   GO TO 0550-DEVOLVE-COMPONENTE-FIM
           END-READ

           IF NOT PV-ITEM-COMPONENTE OR
               PV-NR-ITEM-KIT NOT EQUAL WS-NR-ITEM
               MOVE 'S' TO WS-FIM-KIT
               GO TO 0550-DEVOLVE-COMPONENTE-FIM
           END-IF

           MOVE PV-COD-PRODUTO TO WS-COD-PRODUTO-ENT
           COMPUTE WS-QTDE-ENTRADA =
               WS-QTDE-DEVOLVIDA * PV-QTDE-POR-KIT
           DISPLAY " COMPONENTE " WS-COD-PRODUTO-ENT " VOLTA AO "
               "ESTOQUE: " WS-QTDE-ENTRADA

           PERFORM 1000-ENTRADA-ESTOQUE
               THRU 1000-ENTRADA-ESTOQUE-FIM
           PERFORM 2000-GRAVA-MOVTO THRU 2000-GRAVA-MOVTO-FIM
           PERFORM 3000-ENTRADA-DEPOSITO
               THRU 3000-ENTRADA-DEPOSITO-FIM.
       0550-DEVOLVE-COMPONENTE-FIM.
           EXIT.

      *
      **************************************
               GO TO 1000-ENTRADA-ESTOQUE-FIM
           END-IF

           MOVE WS-COD-PRODUTO-ENT TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "* PRODUTO NAO ESTA NO CADASTRO *"
               NOT INVALID KEY
                   ADD WS-QTDE-ENTRADA TO ESTOQUE-PRODUTO
                   REWRITE REG-PRODUTO
           END-READ

               OPEN OUTPUT MOVTO_ESTOQUE
           END-IF

           MOVE WS-COD-PRODUTO-ENT TO MOV-COD-PRODUTO
           MOVE WS-QTDE-ENTRADA  TO MOV-QTDE-DELTA
      *> O MOTIVO DO MOVIMENTO E O CODIGO FIXO QUE A EXPORTACAO
      *> CONTABIL DO ESTOQUE (EXERCICIO_141) RECONHECE; O MOTIVO
      *> DIGITADO SEGUE NA NOTA DE CREDITO.
           MOVE 'DEVOL-CLIENTE'  TO MOV-MOTIVO
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA
           MOVE WS-DEPOSITO      TO MOV-DEPOSITO

               GO TO 3000-ENTRADA-DEPOSITO-FIM
           END-IF

           MOVE WS-COD-PRODUTO-ENT TO ESTDEP-COD-PRODUTO
           MOVE WS-DEPOSITO    TO ESTDEP-COD-DEPOSITO
           READ ESTOQUE_DEP
               INVALID KEY
                   MOVE WS-COD-PRODUTO-ENT TO ESTDEP-COD-PRODUTO
                   MOVE WS-DEPOSITO       TO ESTDEP-COD-DEPOSITO
                   MOVE WS-QTDE-ENTRADA   TO ESTDEP-QTDE
                   WRITE REG-ESTOQUE-DEP
               NOT INVALID KEY
                   ADD WS-QTDE-ENTRADA TO ESTDEP-QTDE
                   REWRITE REG-ESTOQUE-DEP
           END-READ

      **************************************
      *
       4000-GERA-CREDITO.
           IF WS-ORIGEM NOT EQUAL 'R'
               DISPLAY 'INFORME O NUMERO DA DUPLICATA DA VENDA:'
               ACCEPT WS-NR-DUPLICATA
           END-IF

           SET WS-FS-DUPLICATAS TO 0.
           OPEN I-O DUPLICATAS
           EXIT.
      *
      **************************************
      * ESTORNO DO IMPOSTO DA VENDA NA     *
      * PROPORCAO DA QUANTIDADE DEVOLVIDA  *
      **************************************
      *
       4800-ESTORNA-IMPOSTO.
           SET WS-FS-IPD TO 0.
           OPEN INPUT IMPOSTOS_PEDIDO
           IF WS-FS-IPD EQUAL 35
               GO TO 4800-ESTORNA-IMPOSTO-FIM
           END-IF

           MOVE WS-NR-PEDIDO TO IPD-NR-PEDIDO
           MOVE WS-NR-ITEM   TO IPD-NR-ITEM
           READ IMPOSTOS_PEDIDO
               INVALID KEY
      *> ITEM VENDIDO SEM IMPOSTO (GRUPO FISCAL SEM ALIQUOTA NA UF):
      *> NADA A ESTORNAR.
                   CLOSE IMPOSTOS_PEDIDO
                   GO TO 4800-ESTORNA-IMPOSTO-FIM
           END-READ
           CLOSE IMPOSTOS_PEDIDO

           IF IPD-VL-IMPOSTO EQUAL ZEROS
               GO TO 4800-ESTORNA-IMPOSTO-FIM
           END-IF

           MOVE WS-NR-PEDIDO     TO IES-NR-PEDIDO
           MOVE WS-NR-ITEM       TO IES-NR-ITEM
           MOVE PV-COD-CLIENTE   TO IES-COD-CLIENTE
           MOVE IPD-GRUPO        TO IES-GRUPO
           MOVE IPD-UF           TO IES-UF
           MOVE IPD-ALIQUOTA     TO IES-ALIQUOTA
           COMPUTE IES-VL-BASE ROUNDED =
               IPD-VL-BASE * WS-QTDE-DEVOLVIDA / PV-QTDE
           COMPUTE IES-VL-IMPOSTO ROUNDED =
               IPD-VL-IMPOSTO * WS-QTDE-DEVOLVIDA / PV-QTDE
           MOVE WS-HOJE-AAAAMMDD TO IES-DT-ESTORNO
           MOVE WS-SIGN-OPERADOR TO IES-OPERADOR

           SET WS-FS-IES TO 0.
           OPEN EXTEND IMPOSTOS_ESTORNO
           IF WS-FS-IES EQUAL 35
               OPEN OUTPUT IMPOSTOS_ESTORNO
           END-IF
           WRITE REG-IMPOSTO-ESTORNO
           CLOSE IMPOSTOS_ESTORNO

           MOVE IES-VL-IMPOSTO TO WS-VL-IMP-ESTORNO
           DISPLAY " IMPOSTO ESTORNADO: " WS-VL-IMP-ESTORNO
               " (UF " IES-UF " ALIQUOTA " IES-ALIQUOTA ")".
       4800-ESTORNA-IMPOSTO-FIM.
           EXIT.
      *
      **************************************
      * DOCUMENTO DE CREDITO PARA O        *
      * CLIENTE                            *
      **************************************
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           IF WS-VL-IMP-ESTORNO NOT EQUAL ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING ' IMPOSTO ESTORNADO: ' DELIMITED BY SIZE
                   WS-VL-IMP-ESTORNO DELIMITED BY SIZE
                   '  UF ' DELIMITED BY SIZE
                   IES-UF DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING ' MOTIVO: ' DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
           MOVE ALL '=' TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.
       5000-IMPRIME-NOTA-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA NO SPOOL O RELATORIO JA   *
      * FECHADO, RELENDO-O LINHA A LINHA   *
      **************************************
      *
       9700-ARQUIVA-RELATORIO.
           SET WS-FS-REL  TO 0.
           SET WS-EOF-REL TO 0.
           OPEN INPUT RELATORIO
           IF WS-FS-REL NOT EQUAL 0
               DISPLAY "* RELATORIO NAO CATALOGADO NO SPOOL - ERRO "
                   WS-FS-REL " NA RELEITURA *"
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE WS-SIGN-OPERADOR TO WS-AR-OPERADOR
           MOVE 'A' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO NOT EQUAL 'S'
               DISPLAY "* SPOOL DE RELATORIOS INDISPONIVEL - RELATORIO "
                   "NAO CATALOGADO *"
               CLOSE RELATORIO
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'L' TO WS-AR-FUNCAO
           PERFORM UNTIL WS-EOF-REL = 1
               READ RELATORIO INTO WS-AR-LINHA
                   AT END
                       MOVE 1 TO WS-EOF-REL
                   NOT AT END
                       CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO,
                           WS-AR-PROGRAMA, WS-AR-TITULO,
                           WS-AR-OPERADOR, WS-AR-PAGINAS,
                           WS-AR-LINHA, WS-AR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RELATORIO

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_104.
