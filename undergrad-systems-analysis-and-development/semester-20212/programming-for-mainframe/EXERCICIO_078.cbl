      * DE VENCIMENTO. CADA FOLHA SAI COM O NOME DA INSTITUICAO, O
      * NUMERO DA DUPLICATA, O VENCIMENTO, O VALOR EM ABERTO E A
      * IDENTIFICACAO DO CLIENTE VINDA DE CLIENTES, PARA A FAMILIA
      * SABER O QUE PAGAR SEM LIGAR PARA A SECRETARIA. A DUPLICATA
      * COM COBRANCA PIX ATIVA (PIX_COBRANCA, EXERCICIO_135) SAI COM
      * O TXID NA FOLHA, PARA O PAGAMENTO POR PIX SER BAIXADO
      * AUTOMATICAMENTE (EXERCICIO_136).
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT PIX_COBRANCA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_cobranca.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PIX-NR-DUPLICATA
           ALTERNATE RECORD KEY IS PIX-TXID
           FILE STATUS     IS WS-FS-PIX.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\boletos_rel.txt'
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD PIX_COBRANCA.
       01 REG-PIX-COBRANCA.
           COPY PIXCOB.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-FS-PIX                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-MODO                      PIC X(001).
       77 WS-COD-PROCURADO             PIC 9(005).
       77 WS-VENC-INICIAL              PIC 9(008).
       77 WS-VENC-FINAL                PIC 9(008).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
              05 WS-CRN-NR-DUPLICATA   PIC 9(007).
              05 WS-CRN-DT-VENCIMENTO  PIC 9(008).
              05 WS-CRN-VL-SALDO       PIC S9(013)V9(002).
              05 WS-CRN-TXID           PIC X(026).
       77 WS-QTD-CARNE                 PIC 9(003) VALUE ZEROS.
       01 WS-CRN-TROCA.
           03 WS-TRC-NR-DUPLICATA      PIC 9(007).
           03 WS-TRC-DT-VENCIMENTO     PIC 9(008).
           03 WS-TRC-VL-SALDO          PIC S9(013)V9(002).
           03 WS-TRC-TXID              PIC X(026).

      *> TXID DA COBRANCA PIX ATIVA DA DUPLICATA DA FOLHA (BRANCOS
      *> QUANDO A DUPLICATA NAO TEM COBRANCA PIX).
       77 WS-PIX-TXID                  PIC X(026).

      *> IDENTIFICACAO DO CLIENTE DA FOLHA EM IMPRESSAO, CARREGADA DE
      *> CLIENTES POR CHAVE A CADA BOLETO (O MESMO CLIENTE SO E LIDO
      *> DE NOVO QUANDO O CODIGO MUDA).
       77 WS-CLI-CARREGADO             PIC 9(005) VALUE ZEROS.
       77 WS-CLI-NOME                  PIC X(020).
       77 WS-CLI-ENDERECO              PIC X(040).
       77 WS-CLI-CIDADE-UF             PIC X(025).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_078'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'EMISSAO DE BOLETOS E CARNES'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ EMISSAO DE BOLETOS E CARNES ------'
           SET WS-FS-CLIENTES TO 0.
           OPEN INPUT CLIENTES

           SET WS-FS-PIX TO 0.
           OPEN INPUT PIX_COBRANCA

           OPEN OUTPUT RELATORIO

           PERFORM 1000-PROCESSA-DUPLICATA
           IF WS-FS-CLIENTES NOT EQUAL 35
               CLOSE CLIENTES
           END-IF
           IF WS-FS-PIX NOT EQUAL 35
               CLOSE PIX_COBRANCA
           END-IF
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "DUPLICATAS LIDAS: " WS-QTD-LIDAS
               COMPUTE WS-VL-SALDO =
                   DUPL-VL-FATURA OF WS-DUPLICATA -
                   DUPL-VL-PAGO OF WS-DUPLICATA
               PERFORM 1600-CARREGA-PIX THRU 1600-CARREGA-PIX-FIM

               IF WS-MODO EQUAL 'B'
                   PERFORM 2000-IMPRIME-BOLETO
               TO WS-CRN-NR-DUPLICATA(WS-QTD-CARNE)
           MOVE DUPL-DT-VENCIMENTO OF WS-DUPLICATA
               TO WS-CRN-DT-VENCIMENTO(WS-QTD-CARNE)
           MOVE WS-VL-SALDO TO WS-CRN-VL-SALDO(WS-QTD-CARNE)
           MOVE WS-PIX-TXID TO WS-CRN-TXID(WS-QTD-CARNE).
       1100-GUARDA-PARCELA-FIM.
           EXIT.
      *
           EXIT.
      *
      **************************************
      * TXID DA COBRANCA PIX ATIVA DA      *
      * DUPLICATA (PIX_COBRANCA)           *
      **************************************
      *
       1600-CARREGA-PIX.
           MOVE SPACES TO WS-PIX-TXID
           IF WS-FS-PIX EQUAL 35
               GO TO 1600-CARREGA-PIX-FIM
           END-IF

           MOVE DUPL-NR-DUPLICATA OF WS-DUPLICATA TO PIX-NR-DUPLICATA
           READ PIX_COBRANCA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PIX-ATIVA
                       MOVE PIX-TXID TO WS-PIX-TXID
                   END-IF
           END-READ.
       1600-CARREGA-PIX-FIM.
           EXIT.
      *
      **************************************
      * IMPRESSAO DE UMA FOLHA DE BOLETO   *
      **************************************
      *
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

      *> PAGAMENTO POR PIX: O TXID IDENTIFICA A DUPLICATA NO CREDITO.
           IF WS-PIX-TXID NOT EQUAL SPACES
               MOVE SPACES TO WS-LINHA-REL
               STRING ' PAGUE TAMBEM POR PIX - TXID: '
                   DELIMITED BY SIZE
                   WS-PIX-TXID DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF

           MOVE ALL '=' TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           IF WS-CRN-TXID(WS-IDX) NOT EQUAL SPACES
               MOVE SPACES TO WS-LINHA-REL
               STRING '   PAGUE TAMBEM POR PIX - TXID: '
                   DELIMITED BY SIZE
                   WS-CRN-TXID(WS-IDX) DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF

           MOVE ALL '-' TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       9500-GRAVA-LINHA-REL-FIM.
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

       END PROGRAM EXERCICIO_078.
