      * PRECO_HIST E IMPRIMINDO A VALORIZACAO DO ESTOQUE ANTES E
      * DEPOIS DO REAJUSTE. A CONSULTA DE PRODUTOS (EXERCICIO_009)
      * MOSTRA O HISTORICO DE PRECOS SOB DEMANDA.
      * A OPCAO 4 APLICA AS SUGESTOES DE REMARCACAO DO ESTOQUE PARADO
      * (REMARCACAO_SUG, GRAVADO POR EXERCICIO_173), COM O MESMO
      * HISTORICO; SUGESTAO DE PRODUTO REPRECIFICADO DEPOIS DA
      * GERACAO NAO E APLICADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT REMARCACAO_SUG ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\remarcacao_sug.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SUG.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           03 HIST-PRECO-ANT        PIC 9(07)V9(02).
           03 HIST-PRECO-NOVO       PIC 9(07)V9(02).

      *> SUGESTOES DE REMARCACAO DO ESTOQUE PARADO (EXERCICIO_173).
       FD REMARCACAO_SUG.
       01 REG-REMARCACAO-SUG.
           COPY REMARCA.

       WORKING-STORAGE SECTION.
       77 WS-FS-PROD            PIC 99.
       77 WS-FS-HIST            PIC 99.
       77 WS-FS-SUG             PIC 99.
       77 WS-QTD-DESATUALIZADAS PIC 9(003) VALUE 0.
       77 WS-EOF                PIC 99.
       77 WS-OPCAO              PIC 9(001).
       77 WS-COD-FORNECEDOR     PIC 9(005).
           DISPLAY '1 - PERCENTUAL POR FORNECEDOR'
           DISPLAY '2 - PRECO NOVO POR LISTA DE CODIGOS'
           DISPLAY '3 - CONSULTAR HISTORICO DE UM PRODUTO'
           DISPLAY '4 - APLICAR SUGESTOES DE REMARCACAO'
           ACCEPT WS-OPCAO

           MOVE 0 TO RETURN-CODE
               WHEN 3
                   PERFORM 3000-CONSULTA-HISTORICO
                       THRU 3000-CONSULTA-HISTORICO-FIM
               WHEN 4
                   PERFORM 4000-APLICA-SUGESTOES
                       THRU 4000-APLICA-SUGESTOES-FIM
               WHEN OTHER
                   DISPLAY "*** DIGITE APENAS 1, 2, 3 OU 4 ***"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

       3000-CONSULTA-HISTORICO-FIM.
           EXIT.

      *
      **************************************
      * APLICACAO DAS SUGESTOES DE         *
      * REMARCACAO DO ESTOQUE PARADO       *
      **************************************
      *
       4000-APLICA-SUGESTOES.
           DISPLAY 'INFORME A DATA DE VIGENCIA (AAAAMMDD):'
           ACCEPT WS-DT-VIGENCIA

           SET WS-FS-SUG TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT REMARCACAO_SUG
           IF WS-FS-SUG EQUAL 35
               DISPLAY "* NENHUMA SUGESTAO DE REMARCACAO GRAVADA - "
                   "RODE O EXERCICIO_173 *"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-APLICA-SUGESTOES-FIM
           END-IF

           SET WS-FS-PROD TO 0.
           OPEN I-O PRODUTOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
               CLOSE REMARCACAO_SUG
               MOVE 16 TO RETURN-CODE
               GO TO 4000-APLICA-SUGESTOES-FIM
           END-IF

           PERFORM 4100-APLICA-UMA THRU 4100-APLICA-UMA-FIM
               UNTIL WS-EOF = 1.

           CLOSE REMARCACAO_SUG.
           CLOSE PRODUTOS.

           PERFORM 9000-RESUMO-VALORIZACAO
               THRU 9000-RESUMO-VALORIZACAO-FIM
           DISPLAY "SUGESTOES NAO APLICADAS (PRECO ALTERADO OU PRODUTO "
               "EXCLUIDO): " WS-QTD-DESATUALIZADAS.
       4000-APLICA-SUGESTOES-FIM.
           EXIT.
      *
       4100-APLICA-UMA.
           READ REMARCACAO_SUG
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 4100-APLICA-UMA-FIM
           END-READ

           MOVE RMS-COD-PRODUTO TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   DISPLAY " PRODUTO " RMS-COD-PRODUTO
                       " NAO CADASTRADO - SUGESTAO IGNORADA"
                   ADD 1 TO WS-QTD-DESATUALIZADAS
                   GO TO 4100-APLICA-UMA-FIM
           END-READ

      *> O PRECO MUDOU DESDE A GERACAO: A SUGESTAO FOI CALCULADA
      *> SOBRE OUTRO PRECO E NAO VALE MAIS.
           IF PRECO-PRODUTO NOT EQUAL RMS-PRECO-ATUAL
               DISPLAY " PRODUTO " COD-PRODUTO " " NOME-PRODUTO
                   " PRECO ALTERADO DESDE " RMS-DT-GERACAO
                   " - SUGESTAO IGNORADA"
               ADD 1 TO WS-QTD-DESATUALIZADAS
               GO TO 4100-APLICA-UMA-FIM
           END-IF

           COMPUTE WS-VL-ANTES =
               WS-VL-ANTES + (ESTOQUE-PRODUTO * PRECO-PRODUTO)

           MOVE RMS-PRECO-SUGERIDO TO WS-PRECO-NOVO
           PERFORM 9100-GRAVA-HISTORICO
               THRU 9100-GRAVA-HISTORICO-FIM

           DISPLAY " PRODUTO " COD-PRODUTO " " NOME-PRODUTO
               " DE " PRECO-PRODUTO " PARA " WS-PRECO-NOVO
               " (" RMS-FAIXA " DIAS)"

           MOVE WS-PRECO-NOVO TO PRECO-PRODUTO
           REWRITE REG-PRODUTO

           COMPUTE WS-VL-DEPOIS =
               WS-VL-DEPOIS + (ESTOQUE-PRODUTO * PRECO-PRODUTO)
           ADD 1 TO WS-QTD-REAJUSTADOS.
       4100-APLICA-UMA-FIM.
           EXIT.

       END PROGRAM EXERCICIO_059.
