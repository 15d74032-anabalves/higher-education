      * EXERCICIO_064 COM AS PARCELAS DE CALC_PARCELA). COMO TUDO
      * FICA EM ARQUIVO, A REIMPRESSAO E RODAR DE NOVO COM O MESMO
      * NUMERO - O CLIENTE QUE DISCUTE A ENTREGA AGORA RECEBE PAPEL.
      * O KIT SAI COMO UM ITEM, COM PRECO E VALOR, E OS COMPONENTES
      * (ITENS 'C' GRAVADOS POR EXERCICIO_064) LISTADOS LOGO ABAIXO,
      * RECUADOS, SO COM A QUANTIDADE - SEM VALOR E FORA DA CONTAGEM.
      * NO PE DA FATURA SAI A NOTA FISCAL ELETRONICA DO PEDIDO
      * (NFE_PEDIDOS, EXERCICIO_178/179): NUMERO, CHAVE DE ACESSO E
      * PROTOCOLO DA AUTORIZACAO, OU A PENDENCIA/O MOTIVO DA REJEICAO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY      IS IPD-CHAVE
           FILE STATUS     IS WS-FS-IPD.

           SELECT NFE_PEDIDOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nfe_pedidos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NFE-NR-PEDIDO
           ALTERNATE RECORD KEY IS NFE-NOTA
           FILE STATUS     IS WS-FS-NFE.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fatura_rel.txt'
       FILE SECTION.
       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD CLIENTES.
       01 REG-CLIENTE.
           03 IPD-VL-IMPOSTO        PIC S9(013)V9(002).
           03 IPD-DT-OPERACAO       PIC 9(08).

       FD NFE_PEDIDOS.
       01 REG-NFE-PEDIDO.
           COPY NFEPED.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       77 WS-FS-REL         PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-NR-PEDIDO      PIC 9(007).
       77 WS-COD-CLIENTE    PIC 9(005).
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-VL-ITEM        PIC S9(013)V9(002).
       77 WS-VL-TOTAL       PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-QTD-PARCELAS   PIC 9(003) VALUE ZEROS.
       77 WS-FS-IPD         PIC 99.
       77 WS-VL-IMPOSTOS    PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-FS-NFE         PIC 99.
       01 WS-LINHA-REL      PIC X(132).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_105'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'IMPRESSAO DE FATURA DE PEDIDO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------- IMPRESSAO DE FATURA DE PEDIDO -------'
           PERFORM 3000-IMPRIME-PARCELAS
               THRU 3000-IMPRIME-PARCELAS-FIM.

           PERFORM 3500-IMPRIME-NFE
               THRU 3500-IMPRIME-NFE-FIM.

           MOVE ALL '=' TO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL


       ROT-ENCERRA.
           CLOSE PEDIDOS_VENDA
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

       ROT-FIM.
           STOP RUN.
           EXIT.
      *
       1100-IMPRIME-UM-ITEM.
           IF PV-ITEM-COMPONENTE
               PERFORM 1200-IMPRIME-COMPONENTE
                   THRU 1200-IMPRIME-COMPONENTE-FIM
               GO TO 1100-IMPRIME-UM-ITEM-FIM
           END-IF

           ADD 1 TO WS-QTD-ITENS
           MOVE PV-COD-CLIENTE TO WS-COD-CLIENTE
           COMPUTE WS-VL-ITEM = PV-QTDE * PV-PRECO-UNIT
               ' VALOR ' DELIMITED BY SIZE
               WS-VL-ITEM DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF PV-ITEM-KIT
               MOVE ' (KIT)' TO WS-LINHA-REL(126:6)
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       1100-IMPRIME-UM-ITEM-FIM.
           EXIT.
      *
      *> COMPONENTE DO KIT: LINHA RECUADA SOB O KIT, SEM VALOR (O
      *> VALOR E O IMPOSTO SAO DO ITEM DO KIT).
       1200-IMPRIME-COMPONENTE.
           MOVE SPACES TO WS-LINHA-REL
           STRING '        COMPONENTE ' DELIMITED BY SIZE
               PV-COD-PRODUTO DELIMITED BY SIZE
               ' QTDE ' DELIMITED BY SIZE
               PV-QTDE DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               PV-QTDE-POR-KIT DELIMITED BY SIZE
               ' POR KIT)' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       1200-IMPRIME-COMPONENTE-FIM.
           EXIT.
      *
      **************************************
      * IDENTIFICACAO DO CLIENTE DA FATURA *
      **************************************
           CLOSE FATURAS_PEDIDO.
       3000-IMPRIME-PARCELAS-FIM.
           EXIT.
      *
      **************************************
      * NOTA FISCAL ELETRONICA DO PEDIDO   *
      * (AUTORIZACAO OU PENDENCIA)         *
      **************************************
      *
       3500-IMPRIME-NFE.
           SET WS-FS-NFE TO 0.
           OPEN INPUT NFE_PEDIDOS
           IF WS-FS-NFE EQUAL 35
               MOVE ' NF-E: NAO EMITIDA' TO WS-LINHA-REL
               WRITE REG-RELATORIO FROM WS-LINHA-REL
               GO TO 3500-IMPRIME-NFE-FIM
           END-IF

           MOVE WS-NR-PEDIDO TO NFE-NR-PEDIDO
           READ NFE_PEDIDOS
               INVALID KEY
                   MOVE ' NF-E: NAO EMITIDA' TO WS-LINHA-REL
                   WRITE REG-RELATORIO FROM WS-LINHA-REL
                   CLOSE NFE_PEDIDOS
                   GO TO 3500-IMPRIME-NFE-FIM
           END-READ

           MOVE SPACES TO WS-LINHA-REL
           STRING ' NF-E SERIE ' DELIMITED BY SIZE
               NFE-SERIE DELIMITED BY SIZE
               ' NUMERO ' DELIMITED BY SIZE
               NFE-NR-NOTA DELIMITED BY SIZE
               ' EMITIDA EM ' DELIMITED BY SIZE
               NFE-DT-EMISSAO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           EVALUATE TRUE
               WHEN NFE-AUTORIZADA
                   STRING ' CHAVE DE ACESSO ' DELIMITED BY SIZE
                       NFE-CHAVE-ACESSO DELIMITED BY SIZE
                       ' PROTOCOLO ' DELIMITED BY SIZE
                       NFE-PROTOCOLO DELIMITED BY SIZE
                       ' DE ' DELIMITED BY SIZE
                       NFE-DT-AUTORIZACAO DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN NFE-REJEITADA
                   STRING ' REJEITADA (' DELIMITED BY SIZE
                       NFE-COD-REJEICAO DELIMITED BY SIZE
                       ') ' DELIMITED BY SIZE
                       NFE-MOTIVO-REJEICAO DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN OTHER
                   MOVE ' PENDENTE DE AUTORIZACAO' TO WS-LINHA-REL
           END-EVALUATE
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           CLOSE NFE_PEDIDOS.
       3500-IMPRIME-NFE-FIM.
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

       END PROGRAM EXERCICIO_105.
