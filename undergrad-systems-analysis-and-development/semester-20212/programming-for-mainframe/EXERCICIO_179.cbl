      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LEITURA DO RETORNO DA AUTORIZACAO DAS NOTAS FISCAIS
      * ELETRONICAS (NFE_RETORNO, LAYOUT NFERET.CPY) EXPORTADAS POR
      * EXERCICIO_178: A NOTA AUTORIZADA GUARDA NO PEDIDO
      * (NFE_PEDIDOS) A CHAVE DE ACESSO, O PROTOCOLO E A DATA; A
      * REJEITADA GUARDA O CODIGO E O MOTIVO E SAI DE NOVO NA PROXIMA
      * EXPORTACAO. A FATURA (EXERCICIO_105) REIMPRIME O QUE FICOU
      * GUARDADO. EM SEGUIDA IMPRIME O RELATORIO DOS PEDIDOS AINDA
      * SEM AUTORIZACAO (nfe_pendentes_rel): ENVIADOS SEM RETORNO E
      * REJEITADOS, COM O MOTIVO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_179.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE_RETORNO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nfe_retorno.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-RNF.

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
      -        '\nfe_pendentes_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD NFE_RETORNO.
       01 REG-NFE-RETORNO.
           COPY NFERET.

       FD NFE_PEDIDOS.
       01 REG-NFE-PEDIDO.
           COPY NFEPED.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-RNF                    PIC 99.
       77 WS-FS-NFE                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-SITUACAO-TXT              PIC X(010).

      *> TOTAIS DE CONTROLE: TODA LINHA DE RETORNO LIDA E APLICADA,
      *> REPETIDA OU RECUSADA.
       77 WS-QTD-LIDAS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-AUTORIZADAS           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REJEITADAS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REPETIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-NOTA              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-INVALIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEND-ENVIADAS         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEND-REJEITADAS       PIC 9(006) VALUE ZEROS.

      *> RELATORIO DE PENDENTES, NO PADRAO DE PAGINACAO DOS DEMAIS.
       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_179'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'RETORNO DA AUTORIZACAO DE NF-E'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- RETORNO DA AUTORIZACAO DE NF-E ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC

           SET WS-FS-NFE TO 0.
           OPEN I-O NFE_PEDIDOS
           IF WS-FS-NFE EQUAL 35
               DISPLAY "* ARQUIVO NFE_PEDIDOS NAO EXISTE - NENHUMA "
                   "NOTA EXPORTADA *"
               GO TO ROT-FIM
           END-IF

      *> SEM ARQUIVO DE RETORNO SO SAI O RELATORIO DE PENDENTES.
           SET WS-FS-RNF TO 0.
           OPEN INPUT NFE_RETORNO
           IF WS-FS-RNF EQUAL 35
               DISPLAY "* ARQUIVO NFE_RETORNO NAO EXISTE - SO O "
                   "RELATORIO DE PENDENTES *"
           ELSE
               SET WS-EOF TO 0
               PERFORM 1000-APLICA-RETORNO
                   THRU 1000-APLICA-RETORNO-FIM
                   UNTIL WS-EOF = 1
               CLOSE NFE_RETORNO
           END-IF

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO
           PERFORM 2000-RELATORIO-PENDENTES
               THRU 2000-RELATORIO-PENDENTES-FIM
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           CLOSE NFE_PEDIDOS

           DISPLAY " "
           DISPLAY "LINHAS DE RETORNO LIDAS: " WS-QTD-LIDAS
           DISPLAY "NOTAS AUTORIZADAS: " WS-QTD-AUTORIZADAS
           DISPLAY "NOTAS REJEITADAS: " WS-QTD-REJEITADAS
           DISPLAY "RETORNOS REPETIDOS (JA AUTORIZADAS): "
               WS-QTD-REPETIDAS
           DISPLAY "RETORNOS DE NOTA NAO EXPORTADA: " WS-QTD-SEM-NOTA
           DISPLAY "RETORNOS COM SITUACAO INVALIDA: " WS-QTD-INVALIDAS
           DISPLAY "PENDENTES DE AUTORIZACAO - ENVIADAS: "
               WS-QTD-PEND-ENVIADAS " REJEITADAS: "
               WS-QTD-PEND-REJEITADAS
           DISPLAY "RELATORIO GRAVADO EM nfe_pendentes_rel."

           IF WS-QTD-SEM-NOTA > ZEROS OR WS-QTD-INVALIDAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

           COMPUTE WS-QTD-DESTINOS = WS-QTD-AUTORIZADAS +
               WS-QTD-REJEITADAS + WS-QTD-REPETIDAS +
               WS-QTD-SEM-NOTA + WS-QTD-INVALIDAS
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDAS
               DISPLAY "LINHAS LIDAS " WS-QTD-LIDAS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * APLICA UMA LINHA DO RETORNO NA     *
      * NOTA DO PEDIDO                     *
      **************************************
      *
       1000-APLICA-RETORNO.
           READ NFE_RETORNO
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-LIDAS
           MOVE RNF-SERIE   TO NFE-SERIE
           MOVE RNF-NR-NOTA TO NFE-NR-NOTA
           READ NFE_PEDIDOS KEY IS NFE-NOTA
               INVALID KEY
                   DISPLAY "*** NOTA " RNF-SERIE "/" RNF-NR-NOTA
                       " NAO FOI EXPORTADA - RETORNO IGNORADO ***"
                   ADD 1 TO WS-QTD-SEM-NOTA
                   GO TO 1000-APLICA-RETORNO-FIM
           END-READ

           IF NOT RNF-AUTORIZADA AND NOT RNF-REJEITADA
               DISPLAY "*** NOTA " RNF-SERIE "/" RNF-NR-NOTA
                   " COM SITUACAO INVALIDA NO RETORNO: "
                   RNF-SITUACAO " ***"
               ADD 1 TO WS-QTD-INVALIDAS
               GO TO 1000-APLICA-RETORNO-FIM
           END-IF

      *> A NOTA AUTORIZADA NAO VOLTA ATRAS POR UM RETORNO REPETIDO.
           IF NFE-AUTORIZADA
               ADD 1 TO WS-QTD-REPETIDAS
               GO TO 1000-APLICA-RETORNO-FIM
           END-IF

           IF RNF-AUTORIZADA
               MOVE 'A'                 TO NFE-SITUACAO
               MOVE RNF-CHAVE-ACESSO    TO NFE-CHAVE-ACESSO
               MOVE RNF-PROTOCOLO       TO NFE-PROTOCOLO
               MOVE RNF-DT-AUTORIZACAO  TO NFE-DT-AUTORIZACAO
               MOVE ZEROS               TO NFE-COD-REJEICAO
               MOVE SPACES              TO NFE-MOTIVO-REJEICAO
               ADD 1 TO WS-QTD-AUTORIZADAS
           ELSE
               MOVE 'R'                 TO NFE-SITUACAO
               MOVE RNF-COD-REJEICAO    TO NFE-COD-REJEICAO
               MOVE RNF-MOTIVO-REJEICAO TO NFE-MOTIVO-REJEICAO
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "NOTA " RNF-SERIE "/" RNF-NR-NOTA " DO PEDIDO "
                   NFE-NR-PEDIDO " REJEITADA: " RNF-COD-REJEICAO " "
                   RNF-MOTIVO-REJEICAO
           END-IF

           REWRITE REG-NFE-PEDIDO
               INVALID KEY
                   DISPLAY "*** ERRO NA REGRAVACAO DO PEDIDO "
                       NFE-NR-PEDIDO " ***"
           END-REWRITE

           END-READ.
       1000-APLICA-RETORNO-FIM.
           EXIT.
      *
      **************************************
      * PEDIDOS COM NOTA AINDA SEM         *
      * AUTORIZACAO                        *
      **************************************
      *
       2000-RELATORIO-PENDENTES.
           SET WS-EOF TO 0
           MOVE ZEROS TO NFE-NR-PEDIDO
           START NFE_PEDIDOS KEY IS NOT LESS THAN NFE-NR-PEDIDO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ NFE_PEDIDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT NFE-AUTORIZADA
                           PERFORM 2100-LINHA-PENDENTE
                               THRU 2100-LINHA-PENDENTE-FIM
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'PENDENTES - ENVIADAS SEM RETORNO: '
               DELIMITED BY SIZE
               WS-QTD-PEND-ENVIADAS DELIMITED BY SIZE
               '   REJEITADAS A CORRIGIR: ' DELIMITED BY SIZE
               WS-QTD-PEND-REJEITADAS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       2000-RELATORIO-PENDENTES-FIM.
           EXIT.
      *
       2100-LINHA-PENDENTE.
           IF NFE-REJEITADA
               MOVE 'REJEITADA' TO WS-SITUACAO-TXT
               ADD 1 TO WS-QTD-PEND-REJEITADAS
           ELSE
               MOVE 'ENVIADA'   TO WS-SITUACAO-TXT
               ADD 1 TO WS-QTD-PEND-ENVIADAS
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING NFE-NR-PEDIDO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NFE-SERIE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               NFE-NR-NOTA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NFE-COD-CLIENTE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NFE-DT-ENVIO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NFE-QTD-ENVIOS DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-SITUACAO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF NFE-REJEITADA
               MOVE NFE-COD-REJEICAO    TO WS-LINHA-REL(57:3)
               MOVE NFE-MOTIVO-REJEICAO TO WS-LINHA-REL(61:60)
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       2100-LINHA-PENDENTE-FIM.
           EXIT.
      *
       9500-GRAVA-LINHA-REL.
           IF WS-REL-LINHAS >= WS-REL-LINHAS-MAX
               PERFORM 9600-CABECALHO-REL
                   THRU 9600-CABECALHO-REL-FIM
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           ADD 1 TO WS-REL-LINHAS.
       9500-GRAVA-LINHA-REL-FIM.
           EXIT.
      *
       9600-CABECALHO-REL.
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'PEDIDOS COM NF-E PENDENTE DE AUTORIZACAO'
               DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'PEDIDO  SER/NOTA       CLI  ENVIO     ENV    '
               'SITUACAO   REJ MOTIVO' DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 3 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
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

           COMPUTE WS-AR-PAGINAS = WS-REL-PAGINA - 1
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_179.
