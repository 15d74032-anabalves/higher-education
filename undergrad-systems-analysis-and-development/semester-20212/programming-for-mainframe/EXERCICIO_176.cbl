      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: IMPORTACAO EM LOTE DOS PEDIDOS QUE OS GRANDES CLIENTES
      * MANDAM EM ARQUIVO (EDI_PEDIDOS, LAYOUT COMBINADO EDIPED.CPY),
      * NO LUGAR DA REDIGITACAO LINHA A LINHA NO EXERCICIO_064. O
      * CODIGO DO ITEM DO CLIENTE E TRADUZIDO PARA O NOSSO
      * COD-PRODUTO PELO DE-PARA DO CLIENTE (XREF_ITENS, MANTIDO EM
      * EXERCICIO_177) E CADA PEDIDO DO CLIENTE VIRA UM PEDIDO DE
      * VENDA EM ABERTO (PEDIDOS_VENDA 'ABE') COM AS MESMAS REGRAS DA
      * ENTRADA MANUAL: PRODUTO DESCONTINUADO OU INATIVO NAO ENTRA,
      * PRECO PELO ACORDO COMERCIAL DO CLIENTE (ACORDOS_PRECO), PRECO
      * ABAIXO DO CUSTO MEDIO RECUSADO (NO LOTE NAO HA OPERADOR PARA
      * LIBERAR), DISPONIVEL PARA PROMETER CONFERIDO E RESERVADO
      * (RESERVAS), KIT EXPLODIDO NOS COMPONENTES. O VALOR DAS LINHAS
      * ACEITAS PASSA PELA VERIFICACAO DE CREDITO (CRED_CHECK) ANTES
      * DE GRAVAR. LINHA SEM DE-PARA OU QUE FALHA EM ALGUMA REGRA VAI
      * PARA O RELATORIO DE RECUSAS (edi_recusas_rel) E TODA LINHA,
      * ACEITA OU NAO, VOLTA AO CLIENTE NO ARQUIVO DE RETORNO
      * (EDI_RETORNO, EDIRET.CPY). O PEDIDO DO CLIENTE GRAVADO FICA EM
      * EDI_IMPORTADOS E NAO E CARREGADO DE NOVO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_176.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI_PEDIDOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\edi_pedidos.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-EDI.

           SELECT XREF_ITENS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\xref_itens.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS XRF-CHAVE
           FILE STATUS     IS WS-FS-XRF.

           SELECT EDI_IMPORTADOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\edi_importados.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS EIM-CHAVE
           FILE STATUS     IS WS-FS-EIM.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CLIENTE
           FILE STATUS IS WS-FS-CLI.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT PEDIDOS_VENDA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PV-CHAVE
           FILE STATUS IS WS-FS-PV.

           SELECT RESERVAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\reservas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RSV-CHAVE
           FILE STATUS     IS WS-FS-RSV.

           SELECT ACORDOS_PRECO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\acordos_preco.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS APR-CHAVE
           FILE STATUS     IS WS-FS-APR.

           SELECT KITS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS KIT-CHAVE
           FILE STATUS     IS WS-FS-KIT.

           SELECT EDI_RETORNO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\edi_retorno.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-RET.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\edi_recusas_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD EDI_PEDIDOS.
       01 REG-EDI-PEDIDO.
           COPY EDIPED.

       FD XREF_ITENS.
       01 REG-XREF-ITEM.
           COPY XREFITEM.

      *> PEDIDO DO CLIENTE JA CARREGADO: NUNCA ENTRA DUAS VEZES.
       FD EDI_IMPORTADOS.
       01 REG-EDI-IMPORTADO.
           03 EIM-CHAVE.
              05 EIM-COD-CLIENTE       PIC 9(005).
              05 EIM-NR-PEDIDO-CLI     PIC X(015).
           03 EIM-NR-PEDIDO            PIC 9(007).
           03 EIM-DT-IMPORTACAO        PIC 9(008).
           03 EIM-DT-SOLICITADA        PIC 9(008).
           03 EIM-QTD-LINHAS           PIC 9(003).
           03 EIM-QTD-ACEITAS          PIC 9(003).
           03 EIM-QTD-RECUSADAS        PIC 9(003).

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

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
              88 RSV-LIBERADA       VALUE 'LIB'.

       FD ACORDOS_PRECO.
       01 REG-ACORDO-PRECO.
           03 APR-CHAVE.
              05 APR-COD-CLIENTE    PIC 9(05).
              05 APR-COD-PRODUTO    PIC 9(03).
           03 APR-TIPO              PIC X(01).
           03 APR-PCT-DESCONTO      PIC 9(03)V9(02).
           03 APR-VL-FIXO           PIC 9(07)V9(02).
           03 APR-DT-INI            PIC 9(08).
           03 APR-DT-FIM            PIC 9(08).

       FD KITS.
       01 REG-KIT.
           COPY KIT.

       FD EDI_RETORNO.
       01 REG-EDI-RETORNO.
           COPY EDIRET.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-EDI                    PIC 99.
       77 WS-FS-XRF                    PIC 99.
       77 WS-FS-EIM                    PIC 99.
       77 WS-FS-CLI                    PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-PV                     PIC 99.
       77 WS-FS-RSV                    PIC 99.
       77 WS-FS-APR                    PIC 99.
       77 WS-FS-KIT                    PIC 99.
       77 WS-FS-RET                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-AUX                   PIC 99.
       77 WS-EOF-KIT                   PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-NR-PEDIDO                 PIC 9(007).
       77 WS-PROX-PEDIDO               PIC 9(007).
       77 WS-NR-ITEM                   PIC 9(002).
       77 WS-QTD-ITENS                 PIC 9(002).
       77 WS-ITENS-PREV                PIC 9(003).
       77 WS-COD-CLIENTE               PIC 9(005).
       77 WS-COD-VENDEDOR              PIC 9(003).
       77 WS-COD-PRODUTO               PIC 9(003).
       77 WS-QTDE                      PIC 9(009).
       77 WS-PRECO-ITEM                PIC 9(007)V9(002).
       77 WS-CUSTO-ITEM                PIC 9(007)V9(002).
       77 WS-ESTOQUE-ITEM              PIC 9(009).
       77 WS-QTDE-DISPONIVEL           PIC S9(009).
       77 WS-MOTIVO                    PIC 9(002).
       77 WS-MOTIVO-PEDIDO             PIC 9(002).
       77 WS-MOTIVO-TXT                PIC X(034).
       77 WS-IX                        PIC 9(003).
       77 WS-QTD-ACEITAS-PED           PIC 9(003).
       77 WS-QTD-RECUSADAS-PED         PIC 9(003).
       77 WS-DT-SOLICITADA             PIC 9(008).
       77 WS-VALOR-PEDIDO              PIC S9(013)V9(002).
       77 WS-VL-EXPOSICAO              PIC S9(013)V9(002).
       77 WS-VL-LIMITE                 PIC S9(013)V9(002).
       77 WS-CRED-RESULTADO            PIC X(001).

      *> PEDIDO DO CLIENTE EM PROCESSAMENTO (QUEBRA POR CLIENTE E
      *> NUMERO DO PEDIDO DELE).
       77 WS-GRP-CLIENTE               PIC 9(005).
       77 WS-GRP-PEDIDO-CLI            PIC X(015).
       77 WS-QTD-LINHAS                PIC 9(003).
       01 WS-TAB-LINHAS.
           03 WS-LN OCCURS 201 TIMES.
              05 WS-LN-ITEM-CLIENTE    PIC X(015).
              05 WS-LN-QTDE            PIC 9(009).
              05 WS-LN-DT-SOLICITADA   PIC 9(008).
              05 WS-LN-COD-PRODUTO     PIC 9(003).
              05 WS-LN-PRECO           PIC 9(007)V9(002).
              05 WS-LN-KIT             PIC X(001).
              05 WS-LN-SITUACAO        PIC X(001).
              05 WS-LN-MOTIVO          PIC 9(002).
              05 WS-LN-NR-ITEM         PIC 9(002).

      *> RESERVADO POR PRODUTO (RESERVAS ATIVAS CARREGADAS NO INICIO
      *> MAIS O QUE ESTE LOTE JA PROMETEU), NO LUGAR DA SOMA DAS
      *> RESERVAS A CADA ITEM QUE A ENTRADA MANUAL FAZ.
       01 WS-TAB-RESERVADO.
           03 WS-RSV-QTDE OCCURS 999 TIMES PIC 9(009) COMP.

      *> COMPONENTES DO KIT EM ENTRADA (CARREGADOS DE KITS).
       77 WS-KIT-OK                    PIC X(001).
       77 WS-KIT-QTD-COMP              PIC 9(002).
       77 WS-KIT-IDX                   PIC 9(002).
       77 WS-ITEM-KIT                  PIC 9(002).
       77 WS-QTDE-KIT                  PIC 9(009).
       77 WS-QTDE-COMP                 PIC 9(009).
       01 WS-TAB-KIT.
           03 WS-KIT-COMP OCCURS 20 TIMES.
              05 WS-KIT-COD-COMP       PIC 9(003).
              05 WS-KIT-QTDE-COMP      PIC 9(005).

      *> TOTAIS DE CONTROLE: TODA LINHA LIDA SAI ACEITA OU RECUSADA.
       77 WS-QTD-LIDAS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ACEITAS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RECUSADAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-CLI           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-GRAVADOS      PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-DUPLIC        PIC 9(006) VALUE ZEROS.

      *> RELATORIO DE RECUSAS, NO PADRAO DE PAGINACAO DOS DEMAIS.
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
           'EXERCICIO_176'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'IMPORTACAO DE PEDIDOS DE CLIENTE (EDI)'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- IMPORTACAO DE PEDIDOS DE CLIENTE (EDI) ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC

           SET WS-FS-EDI TO 0.
           OPEN INPUT EDI_PEDIDOS
           IF WS-FS-EDI EQUAL 35
               DISPLAY "* ARQUIVO EDI_PEDIDOS NAO EXISTE - NADA A "
                   "IMPORTAR *"
               GO TO ROT-FIM
           END-IF

           SET WS-FS-CLI TO 0.
           OPEN INPUT CLIENTES
           IF WS-FS-CLI EQUAL 35
               DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
               CLOSE EDI_PEDIDOS
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE *"
               CLOSE EDI_PEDIDOS
               CLOSE CLIENTES
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> SEM DE-PARA, ACORDOS OU KITS O LOTE RODA: AS LINHAS SO NAO
      *> MAPEIAM, O PRECO FICA O DE LISTA E NENHUM PRODUTO E KIT.
           SET WS-FS-XRF TO 0.
           OPEN INPUT XREF_ITENS
           SET WS-FS-APR TO 0.
           OPEN INPUT ACORDOS_PRECO
           SET WS-FS-KIT TO 0.
           OPEN INPUT KITS

           SET WS-FS-EIM TO 0.
           OPEN I-O EDI_IMPORTADOS
           IF WS-FS-EIM EQUAL 35
               OPEN OUTPUT EDI_IMPORTADOS
               CLOSE EDI_IMPORTADOS
               OPEN I-O EDI_IMPORTADOS
           END-IF

           SET WS-FS-PV TO 0.
           OPEN I-O PEDIDOS_VENDA
           IF WS-FS-PV EQUAL 35
               OPEN OUTPUT PEDIDOS_VENDA
               CLOSE PEDIDOS_VENDA
               OPEN I-O PEDIDOS_VENDA
           END-IF

           SET WS-FS-RSV TO 0.
           OPEN I-O RESERVAS
           IF WS-FS-RSV EQUAL 35
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF

           SET WS-FS-RET TO 0.
           OPEN OUTPUT EDI_RETORNO
           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-CARREGA-RESERVAS THRU 1000-CARREGA-RESERVAS-FIM
           PERFORM 1100-PROXIMO-PEDIDO THRU 1100-PROXIMO-PEDIDO-FIM

           SET WS-EOF TO 0.
           PERFORM 2000-LE-LINHA THRU 2000-LE-LINHA-FIM
           PERFORM 3000-PROCESSA-PEDIDO THRU 3000-PROCESSA-PEDIDO-FIM
               UNTIL WS-EOF = 1.

           PERFORM 4000-TOTAIS-REL THRU 4000-TOTAIS-REL-FIM

           CLOSE EDI_PEDIDOS
           CLOSE CLIENTES
           CLOSE PRODUTOS
           IF WS-FS-XRF NOT EQUAL 35
               CLOSE XREF_ITENS
           END-IF
           IF WS-FS-APR NOT EQUAL 35
               CLOSE ACORDOS_PRECO
           END-IF
           IF WS-FS-KIT NOT EQUAL 35
               CLOSE KITS
           END-IF
           CLOSE EDI_IMPORTADOS
           CLOSE PEDIDOS_VENDA
           CLOSE RESERVAS
           CLOSE EDI_RETORNO
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "LINHAS LIDAS: " WS-QTD-LIDAS
           DISPLAY "LINHAS ACEITAS: " WS-QTD-ACEITAS
           DISPLAY "LINHAS RECUSADAS: " WS-QTD-RECUSADAS
           DISPLAY "PEDIDOS DE CLIENTE NO ARQUIVO: " WS-QTD-PEDIDOS-CLI
           DISPLAY "PEDIDOS DE VENDA GRAVADOS: "
               WS-QTD-PEDIDOS-GRAVADOS
           DISPLAY "PEDIDOS JA IMPORTADOS ANTES: "
               WS-QTD-PEDIDOS-DUPLIC
           DISPLAY "RETORNO GRAVADO EM edi_retorno E RECUSAS EM "
               "edi_recusas_rel."

      *> LINHA RECUSADA E PARA O COMERCIAL TRATAR COM O CLIENTE; O
      *> RESTO DO ARQUIVO ENTRA MESMO ASSIM.
           IF WS-QTD-RECUSADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

      *> BALANCEAMENTO: TODA LINHA LIDA TEM QUE TER SAIDO NO RETORNO
      *> COMO ACEITA OU RECUSADA.
           COMPUTE WS-QTD-DESTINOS = WS-QTD-ACEITAS + WS-QTD-RECUSADAS
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
      * RESERVAS ATIVAS POR PRODUTO        *
      **************************************
      *
       1000-CARREGA-RESERVAS.
           INITIALIZE WS-TAB-RESERVADO
           SET WS-EOF-AUX TO 0
           PERFORM UNTIL WS-EOF-AUX = 1
               READ RESERVAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF RSV-ATIVA AND RSV-COD-PRODUTO > ZEROS
                           ADD RSV-QTDE
                               TO WS-RSV-QTDE(RSV-COD-PRODUTO)
                       END-IF
               END-READ
           END-PERFORM.
       1000-CARREGA-RESERVAS-FIM.
           EXIT.
      *
      **************************************
      * NUMERO DO PRIMEIRO PEDIDO DO LOTE: *
      * O MAIOR DE PEDIDOS_VENDA MAIS UM   *
      **************************************
      *
       1100-PROXIMO-PEDIDO.
           MOVE 1 TO WS-PROX-PEDIDO
           SET WS-EOF-AUX TO 0
           PERFORM UNTIL WS-EOF-AUX = 1
               READ PEDIDOS_VENDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF PV-NR-PEDIDO NOT < WS-PROX-PEDIDO
                           COMPUTE WS-PROX-PEDIDO = PV-NR-PEDIDO + 1
                       END-IF
               END-READ
           END-PERFORM.
       1100-PROXIMO-PEDIDO-FIM.
           EXIT.
      *
       2000-LE-LINHA.
           READ EDI_PEDIDOS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END
               ADD 1 TO WS-QTD-LIDAS
           END-READ.
       2000-LE-LINHA-FIM.
           EXIT.
      *
      **************************************
      * UM PEDIDO DO CLIENTE: JUNTA AS     *
      * LINHAS, CONFERE, GRAVA O PEDIDO DE *
      * VENDA E DEVOLVE O RETORNO          *
      **************************************
      *
       3000-PROCESSA-PEDIDO.
           ADD 1 TO WS-QTD-PEDIDOS-CLI
           MOVE EDI-COD-CLIENTE   TO WS-GRP-CLIENTE
           MOVE EDI-NR-PEDIDO-CLI TO WS-GRP-PEDIDO-CLI
           MOVE ZEROS TO WS-QTD-LINHAS
           PERFORM 3050-GUARDA-LINHA THRU 3050-GUARDA-LINHA-FIM
               UNTIL WS-EOF = 1 OR
                   EDI-COD-CLIENTE NOT EQUAL WS-GRP-CLIENTE OR
                   EDI-NR-PEDIDO-CLI NOT EQUAL WS-GRP-PEDIDO-CLI

           MOVE ZEROS TO WS-MOTIVO-PEDIDO
           MOVE ZEROS TO WS-NR-PEDIDO
           MOVE WS-GRP-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 02 TO WS-MOTIVO-PEDIDO
               NOT INVALID KEY
                   MOVE COD-CLIENTE  TO WS-COD-CLIENTE
                   MOVE COD-VENDEDOR TO WS-COD-VENDEDOR
           END-READ

           IF WS-MOTIVO-PEDIDO EQUAL ZEROS
               MOVE WS-GRP-CLIENTE    TO EIM-COD-CLIENTE
               MOVE WS-GRP-PEDIDO-CLI TO EIM-NR-PEDIDO-CLI
               READ EDI_IMPORTADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 01 TO WS-MOTIVO-PEDIDO
                       ADD 1 TO WS-QTD-PEDIDOS-DUPLIC
                       DISPLAY "* PEDIDO " WS-GRP-PEDIDO-CLI
                           " DO CLIENTE " WS-GRP-CLIENTE
                           " JA IMPORTADO NO PEDIDO " EIM-NR-PEDIDO
                           " EM " EIM-DT-IMPORTACAO " *"
               END-READ
           END-IF

           IF WS-MOTIVO-PEDIDO NOT EQUAL ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-LINHAS
                   MOVE 'R' TO WS-LN-SITUACAO(WS-IX)
                   MOVE WS-MOTIVO-PEDIDO TO WS-LN-MOTIVO(WS-IX)
               END-PERFORM
               GO TO 3000-RETORNO
           END-IF

           MOVE ZEROS TO WS-VALOR-PEDIDO
           MOVE ZEROS TO WS-ITENS-PREV
           MOVE ZEROS TO WS-QTD-ACEITAS-PED
           PERFORM 3100-VALIDA-LINHA THRU 3100-VALIDA-LINHA-FIM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-LINHAS

           IF WS-QTD-ACEITAS-PED EQUAL ZEROS
               GO TO 3000-RETORNO
           END-IF

      *> VERIFICACAO DE CREDITO SOBRE O VALOR DAS LINHAS ACEITAS,
      *> ANTES DE GRAVAR QUALQUER ITEM.
           CALL 'CRED_CHECK' USING WS-COD-CLIENTE,
               WS-VALOR-PEDIDO, WS-VL-EXPOSICAO,
               WS-VL-LIMITE, WS-CRED-RESULTADO
           IF WS-CRED-RESULTADO = 'B' OR 'E'
               DISPLAY "* PEDIDO " WS-GRP-PEDIDO-CLI " DO CLIENTE "
                   WS-GRP-CLIENTE " RECUSADO NO CREDITO ("
                   WS-CRED-RESULTADO ") *"
               PERFORM 3150-RECUSA-CREDITO
                   THRU 3150-RECUSA-CREDITO-FIM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-LINHAS
               GO TO 3000-RETORNO
           END-IF

           MOVE WS-PROX-PEDIDO TO WS-NR-PEDIDO
           ADD 1 TO WS-PROX-PEDIDO
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO WS-DT-SOLICITADA
           PERFORM 3200-GRAVA-LINHA THRU 3200-GRAVA-LINHA-FIM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-LINHAS
           ADD 1 TO WS-QTD-PEDIDOS-GRAVADOS

           MOVE WS-GRP-CLIENTE     TO EIM-COD-CLIENTE
           MOVE WS-GRP-PEDIDO-CLI  TO EIM-NR-PEDIDO-CLI
           MOVE WS-NR-PEDIDO       TO EIM-NR-PEDIDO
           MOVE WS-HOJE-AAAAMMDD   TO EIM-DT-IMPORTACAO
           MOVE WS-DT-SOLICITADA   TO EIM-DT-SOLICITADA
           MOVE WS-QTD-LINHAS      TO EIM-QTD-LINHAS
           MOVE WS-QTD-ACEITAS-PED TO EIM-QTD-ACEITAS
           COMPUTE EIM-QTD-RECUSADAS =
               WS-QTD-LINHAS - WS-QTD-ACEITAS-PED
           WRITE REG-EDI-IMPORTADO
               INVALID KEY
                   DISPLAY "*** ERRO NA GRAVACAO DE EDI_IMPORTADOS - "
                       "PEDIDO " WS-GRP-PEDIDO-CLI " ***"
           END-WRITE

           DISPLAY "PEDIDO " WS-GRP-PEDIDO-CLI " DO CLIENTE "
               WS-GRP-CLIENTE " GRAVADO COMO PEDIDO " WS-NR-PEDIDO
               " (" WS-QTD-ITENS " ITENS)".

       3000-RETORNO.
           PERFORM 3900-RETORNO-LINHA THRU 3900-RETORNO-LINHA-FIM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-LINHAS.
       3000-PROCESSA-PEDIDO-FIM.
           EXIT.
      *
       3050-GUARDA-LINHA.
           IF WS-QTD-LINHAS NOT < 200
      *> LINHA ALEM DA TABELA: RECUSADA NA HORA, NO RETORNO E NO
      *> RELATORIO, PELA POSICAO DE RESERVA DA TABELA.
               MOVE EDI-ITEM-CLIENTE  TO WS-LN-ITEM-CLIENTE(201)
               MOVE EDI-QTDE          TO WS-LN-QTDE(201)
               MOVE ZEROS             TO WS-LN-PRECO(201)
               MOVE ZEROS             TO WS-LN-NR-ITEM(201)
               MOVE 'R'               TO WS-LN-SITUACAO(201)
               MOVE 11                TO WS-LN-MOTIVO(201)
               MOVE 201 TO WS-IX
               PERFORM 3900-RETORNO-LINHA THRU 3900-RETORNO-LINHA-FIM
               PERFORM 2000-LE-LINHA THRU 2000-LE-LINHA-FIM
               GO TO 3050-GUARDA-LINHA-FIM
           END-IF

           ADD 1 TO WS-QTD-LINHAS
           MOVE EDI-ITEM-CLIENTE  TO WS-LN-ITEM-CLIENTE(WS-QTD-LINHAS)
           MOVE EDI-QTDE          TO WS-LN-QTDE(WS-QTD-LINHAS)
           MOVE EDI-DT-SOLICITADA
               TO WS-LN-DT-SOLICITADA(WS-QTD-LINHAS)
           MOVE ZEROS             TO WS-LN-COD-PRODUTO(WS-QTD-LINHAS)
           MOVE ZEROS             TO WS-LN-PRECO(WS-QTD-LINHAS)
           MOVE 'N'               TO WS-LN-KIT(WS-QTD-LINHAS)
           MOVE SPACE             TO WS-LN-SITUACAO(WS-QTD-LINHAS)
           MOVE ZEROS             TO WS-LN-MOTIVO(WS-QTD-LINHAS)
           MOVE ZEROS             TO WS-LN-NR-ITEM(WS-QTD-LINHAS)

           PERFORM 2000-LE-LINHA THRU 2000-LE-LINHA-FIM.
       3050-GUARDA-LINHA-FIM.
           EXIT.
      *
      **************************************
      * AS REGRAS DA ENTRADA MANUAL PARA   *
      * UMA LINHA: DE-PARA, SITUACAO DO    *
      * PRODUTO, PRECO E DISPONIBILIDADE   *
      **************************************
      *
       3100-VALIDA-LINHA.
           IF WS-FS-XRF EQUAL 35
               MOVE 03 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF
           MOVE WS-GRP-CLIENTE            TO XRF-COD-CLIENTE
           MOVE WS-LN-ITEM-CLIENTE(WS-IX) TO XRF-ITEM-CLIENTE
           READ XREF_ITENS
               INVALID KEY
                   MOVE 03 TO WS-MOTIVO
                   GO TO 3100-RECUSA
           END-READ
           MOVE XRF-COD-PRODUTO TO WS-COD-PRODUTO
           MOVE WS-LN-QTDE(WS-IX) TO WS-QTDE

           IF WS-COD-PRODUTO EQUAL ZEROS
               MOVE 04 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF
           MOVE WS-COD-PRODUTO TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   MOVE 04 TO WS-MOTIVO
                   GO TO 3100-RECUSA
           END-READ

      *> A SITUACAO SO VALE A PARTIR DA DATA DE VIGENCIA.
           IF DT-SITUACAO-PRODUTO NOT > WS-HOJE-AAAAMMDD AND
               (PRODUTO-INATIVO OR PRODUTO-DESCONTINUADO)
               MOVE 05 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF

           IF WS-QTDE EQUAL ZEROS
               MOVE 06 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF

      *> DATA SOLICITADA EM BRANCO (ZEROS) QUER DIZER SEM DATA.
           IF WS-LN-DT-SOLICITADA(WS-IX) NOT EQUAL ZEROS AND
               WS-LN-DT-SOLICITADA(WS-IX) < WS-HOJE-AAAAMMDD
               MOVE 07 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF

           MOVE PRECO-PRODUTO       TO WS-PRECO-ITEM
           MOVE CUSTO-MEDIO-PRODUTO TO WS-CUSTO-ITEM
           MOVE ESTOQUE-PRODUTO     TO WS-ESTOQUE-ITEM

           PERFORM 8700-CARREGA-KIT THRU 8700-CARREGA-KIT-FIM
           IF WS-KIT-OK = 'N'
               MOVE 12 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF

           PERFORM 8300-APLICA-ACORDO THRU 8300-APLICA-ACORDO-FIM
           IF WS-PRECO-ITEM < WS-CUSTO-ITEM
               MOVE 08 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF

           IF WS-ITENS-PREV + 1 + WS-KIT-QTD-COMP > 99
               MOVE 11 TO WS-MOTIVO
               GO TO 3100-RECUSA
           END-IF

      *> DISPONIVEL PARA PROMETER: SALDO MENOS O RESERVADO (AS
      *> RESERVAS ATIVAS E O QUE AS LINHAS ANTERIORES DO LOTE JA
      *> PROMETERAM). NO KIT, O DE CADA COMPONENTE.
           IF WS-KIT-QTD-COMP > ZEROS
               PERFORM 8750-CONFERE-COMPONENTE
                   THRU 8750-CONFERE-COMPONENTE-FIM
                   VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
               IF WS-KIT-OK = 'N'
                   MOVE 09 TO WS-MOTIVO
                   GO TO 3100-RECUSA
               END-IF
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
                   COMPUTE WS-QTDE-COMP =
                       WS-QTDE * WS-KIT-QTDE-COMP(WS-KIT-IDX)
                   ADD WS-QTDE-COMP
                       TO WS-RSV-QTDE(WS-KIT-COD-COMP(WS-KIT-IDX))
               END-PERFORM
               MOVE 'S' TO WS-LN-KIT(WS-IX)
           ELSE
               COMPUTE WS-QTDE-DISPONIVEL =
                   WS-ESTOQUE-ITEM - WS-RSV-QTDE(WS-COD-PRODUTO)
               IF WS-QTDE > WS-QTDE-DISPONIVEL
                   MOVE 09 TO WS-MOTIVO
                   GO TO 3100-RECUSA
               END-IF
               ADD WS-QTDE TO WS-RSV-QTDE(WS-COD-PRODUTO)
           END-IF

           MOVE 'A'            TO WS-LN-SITUACAO(WS-IX)
           MOVE WS-COD-PRODUTO TO WS-LN-COD-PRODUTO(WS-IX)
           MOVE WS-PRECO-ITEM  TO WS-LN-PRECO(WS-IX)
           ADD 1 TO WS-QTD-ACEITAS-PED
           COMPUTE WS-ITENS-PREV =
               WS-ITENS-PREV + 1 + WS-KIT-QTD-COMP
           COMPUTE WS-VALOR-PEDIDO =
               WS-VALOR-PEDIDO + (WS-QTDE * WS-PRECO-ITEM)
           GO TO 3100-VALIDA-LINHA-FIM.

       3100-RECUSA.
           MOVE 'R'       TO WS-LN-SITUACAO(WS-IX)
           MOVE WS-MOTIVO TO WS-LN-MOTIVO(WS-IX).
       3100-VALIDA-LINHA-FIM.
           EXIT.
      *
      **************************************
      * CREDITO RECUSADO: A LINHA ACEITA   *
      * DEVOLVE O QUE TINHA PROMETIDO      *
      **************************************
      *
       3150-RECUSA-CREDITO.
           IF WS-LN-SITUACAO(WS-IX) NOT EQUAL 'A'
               GO TO 3150-RECUSA-CREDITO-FIM
           END-IF

           MOVE WS-LN-COD-PRODUTO(WS-IX) TO WS-COD-PRODUTO
           MOVE WS-LN-QTDE(WS-IX)        TO WS-QTDE
           IF WS-LN-KIT(WS-IX) EQUAL 'S'
               PERFORM 8700-CARREGA-KIT THRU 8700-CARREGA-KIT-FIM
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
                   COMPUTE WS-QTDE-COMP =
                       WS-QTDE * WS-KIT-QTDE-COMP(WS-KIT-IDX)
                   SUBTRACT WS-QTDE-COMP
                       FROM WS-RSV-QTDE(WS-KIT-COD-COMP(WS-KIT-IDX))
               END-PERFORM
           ELSE
               SUBTRACT WS-QTDE FROM WS-RSV-QTDE(WS-COD-PRODUTO)
           END-IF

           MOVE 'R' TO WS-LN-SITUACAO(WS-IX)
           MOVE 10  TO WS-LN-MOTIVO(WS-IX).
       3150-RECUSA-CREDITO-FIM.
           EXIT.
      *
      **************************************
      * GRAVA A LINHA ACEITA COMO ITEM DO  *
      * PEDIDO EM ABERTO, COM A RESERVA;   *
      * O KIT E EXPLODIDO LOGO ABAIXO      *
      **************************************
      *
       3200-GRAVA-LINHA.
           IF WS-LN-SITUACAO(WS-IX) NOT EQUAL 'A'
               GO TO 3200-GRAVA-LINHA-FIM
           END-IF

           MOVE WS-LN-COD-PRODUTO(WS-IX) TO WS-COD-PRODUTO
           MOVE WS-LN-QTDE(WS-IX)        TO WS-QTDE
           MOVE ZEROS TO WS-KIT-QTD-COMP
           IF WS-LN-KIT(WS-IX) EQUAL 'S'
               PERFORM 8700-CARREGA-KIT THRU 8700-CARREGA-KIT-FIM
           END-IF

           IF WS-LN-DT-SOLICITADA(WS-IX) NOT EQUAL ZEROS
               IF WS-DT-SOLICITADA EQUAL ZEROS OR
                   WS-LN-DT-SOLICITADA(WS-IX) < WS-DT-SOLICITADA
                   MOVE WS-LN-DT-SOLICITADA(WS-IX)
                       TO WS-DT-SOLICITADA
               END-IF
           END-IF

           ADD 1 TO WS-QTD-ITENS
           MOVE WS-QTD-ITENS    TO WS-LN-NR-ITEM(WS-IX)
           MOVE WS-NR-PEDIDO    TO PV-NR-PEDIDO
           MOVE WS-QTD-ITENS    TO PV-NR-ITEM
           MOVE WS-COD-CLIENTE  TO PV-COD-CLIENTE
           MOVE WS-COD-VENDEDOR TO PV-COD-VENDEDOR
           MOVE WS-COD-PRODUTO  TO PV-COD-PRODUTO
           MOVE WS-QTDE         TO PV-QTDE
           MOVE WS-LN-PRECO(WS-IX) TO PV-PRECO-UNIT
           MOVE WS-HOJE-AAAAMMDD TO PV-DT-PEDIDO
           MOVE 'ABE'           TO PV-ST-PEDIDO
           MOVE SPACE           TO PV-TIPO-ITEM
           MOVE ZEROS           TO PV-NR-ITEM-KIT
           MOVE ZEROS           TO PV-QTDE-POR-KIT
           IF WS-KIT-QTD-COMP > ZEROS
               MOVE 'K' TO PV-TIPO-ITEM
           END-IF

      *> O ITEM DO KIT NAO TEM ESTOQUE PROPRIO E NAO RESERVA; QUEM
      *> RESERVA SAO OS ITENS DE COMPONENTE.
           IF NOT PV-ITEM-KIT
               PERFORM 8100-GRAVA-RESERVA THRU 8100-GRAVA-RESERVA-FIM
           END-IF

           WRITE REG-PEDIDO-VENDA
               INVALID KEY
                   DISPLAY "*** ITEM " WS-QTD-ITENS " JA EXISTE NO "
                       "PEDIDO " WS-NR-PEDIDO " ***"
               NOT INVALID KEY
                   IF WS-KIT-QTD-COMP > ZEROS
                       PERFORM 8800-EXPLODE-KIT
                           THRU 8800-EXPLODE-KIT-FIM
                   END-IF
           END-WRITE.
       3200-GRAVA-LINHA-FIM.
           EXIT.
      *
      **************************************
      * RETORNO AO CLIENTE E, SE RECUSADA, *
      * LINHA NO RELATORIO DE RECUSAS      *
      **************************************
      *
       3900-RETORNO-LINHA.
           MOVE WS-GRP-CLIENTE            TO RET-COD-CLIENTE
           MOVE WS-GRP-PEDIDO-CLI         TO RET-NR-PEDIDO-CLI
           MOVE WS-LN-ITEM-CLIENTE(WS-IX) TO RET-ITEM-CLIENTE
           MOVE WS-LN-QTDE(WS-IX)         TO RET-QTDE
           MOVE WS-LN-SITUACAO(WS-IX)     TO RET-SITUACAO
           MOVE WS-HOJE-AAAAMMDD          TO RET-DT-PROCESSAMENTO
           IF RET-ACEITA
               MOVE WS-NR-PEDIDO             TO RET-NR-PEDIDO
               MOVE WS-LN-NR-ITEM(WS-IX)     TO RET-NR-ITEM
               MOVE WS-LN-PRECO(WS-IX)       TO RET-PRECO-UNIT
               MOVE ZEROS                    TO RET-COD-MOTIVO
               ADD 1 TO WS-QTD-ACEITAS
           ELSE
               MOVE ZEROS                    TO RET-NR-PEDIDO
               MOVE ZEROS                    TO RET-NR-ITEM
               MOVE ZEROS                    TO RET-PRECO-UNIT
               MOVE WS-LN-MOTIVO(WS-IX)      TO RET-COD-MOTIVO
               ADD 1 TO WS-QTD-RECUSADAS
           END-IF
           WRITE REG-EDI-RETORNO

           IF RET-ACEITA
               GO TO 3900-RETORNO-LINHA-FIM
           END-IF

           PERFORM 9400-TEXTO-MOTIVO THRU 9400-TEXTO-MOTIVO-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING RET-COD-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RET-NR-PEDIDO-CLI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RET-ITEM-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RET-QTDE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               RET-COD-MOTIVO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MOTIVO-TXT DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       3900-RETORNO-LINHA-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS NO FIM DO RELATORIO         *
      **************************************
      *
       4000-TOTAIS-REL.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'LINHAS LIDAS: ' DELIMITED BY SIZE
               WS-QTD-LIDAS DELIMITED BY SIZE
               '   ACEITAS: ' DELIMITED BY SIZE
               WS-QTD-ACEITAS DELIMITED BY SIZE
               '   RECUSADAS: ' DELIMITED BY SIZE
               WS-QTD-RECUSADAS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'PEDIDOS DE CLIENTE: ' DELIMITED BY SIZE
               WS-QTD-PEDIDOS-CLI DELIMITED BY SIZE
               '   PEDIDOS GRAVADOS: ' DELIMITED BY SIZE
               WS-QTD-PEDIDOS-GRAVADOS DELIMITED BY SIZE
               '   JA IMPORTADOS: ' DELIMITED BY SIZE
               WS-QTD-PEDIDOS-DUPLIC DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       4000-TOTAIS-REL-FIM.
           EXIT.
      *
      **************************************
      * APLICA O ACORDO COMERCIAL VIGENTE  *
      * DO CLIENTE PARA O PRODUTO          *
      **************************************
      *
       8300-APLICA-ACORDO.
           IF WS-FS-APR EQUAL 35
               GO TO 8300-APLICA-ACORDO-FIM
           END-IF

           MOVE WS-COD-CLIENTE TO APR-COD-CLIENTE
           MOVE WS-COD-PRODUTO TO APR-COD-PRODUTO
           READ ACORDOS_PRECO
               INVALID KEY
                   GO TO 8300-APLICA-ACORDO-FIM
           END-READ

           IF WS-HOJE-AAAAMMDD < APR-DT-INI OR
               WS-HOJE-AAAAMMDD > APR-DT-FIM
               GO TO 8300-APLICA-ACORDO-FIM
           END-IF

           IF APR-TIPO EQUAL 'F'
               MOVE APR-VL-FIXO TO WS-PRECO-ITEM
           ELSE
               COMPUTE WS-PRECO-ITEM ROUNDED =
                   WS-PRECO-ITEM * (1 - (APR-PCT-DESCONTO / 100))
           END-IF.
       8300-APLICA-ACORDO-FIM.
           EXIT.
      *
      **************************************
      * GRAVA A RESERVA DO ITEM            *
      **************************************
      *
       8100-GRAVA-RESERVA.
           MOVE WS-NR-PEDIDO     TO RSV-NR-PEDIDO
           MOVE WS-QTD-ITENS     TO RSV-NR-ITEM
           MOVE WS-COD-PRODUTO   TO RSV-COD-PRODUTO
           MOVE 01               TO RSV-COD-DEPOSITO
           MOVE WS-QTDE          TO RSV-QTDE
           MOVE WS-HOJE-AAAAMMDD TO RSV-DT-RESERVA
           MOVE 'ATV'            TO RSV-SITUACAO
           WRITE REG-RESERVA
               INVALID KEY
                   REWRITE REG-RESERVA
           END-WRITE.
       8100-GRAVA-RESERVA-FIM.
           EXIT.
      *
      **************************************
      * CARREGA OS COMPONENTES DO KIT E O  *
      * CUSTO DO KIT (SOMA DOS CUSTOS DOS  *
      * COMPONENTES PELA QUANTIDADE)       *
      **************************************
      *
       8700-CARREGA-KIT.
           MOVE 'S'   TO WS-KIT-OK
           MOVE ZEROS TO WS-KIT-QTD-COMP
           IF WS-FS-KIT EQUAL 35
               GO TO 8700-CARREGA-KIT-FIM
           END-IF

           SET WS-EOF-KIT TO 0
           MOVE WS-COD-PRODUTO TO KIT-COD-KIT
           MOVE ZEROS          TO KIT-COD-COMPONENTE
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-KIT
           END-START

           PERFORM UNTIL WS-EOF-KIT = 1
               READ KITS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-KIT
                   NOT AT END
                       IF KIT-COD-KIT NOT EQUAL WS-COD-PRODUTO
                           MOVE 1 TO WS-EOF-KIT
                       ELSE
                           IF WS-KIT-QTD-COMP < 20
                               ADD 1 TO WS-KIT-QTD-COMP
                               MOVE KIT-COD-COMPONENTE TO
                                   WS-KIT-COD-COMP(WS-KIT-QTD-COMP)
                               MOVE KIT-QTDE TO
                                   WS-KIT-QTDE-COMP(WS-KIT-QTD-COMP)
                           ELSE
                               MOVE 'N' TO WS-KIT-OK
                               MOVE 1 TO WS-EOF-KIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-KIT-OK = 'N' OR WS-KIT-QTD-COMP = ZEROS
               GO TO 8700-CARREGA-KIT-FIM
           END-IF

           MOVE ZEROS TO WS-CUSTO-ITEM
           PERFORM 8710-CUSTO-COMPONENTE
               THRU 8710-CUSTO-COMPONENTE-FIM
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP.
       8700-CARREGA-KIT-FIM.
           EXIT.
      *
       8710-CUSTO-COMPONENTE.
           MOVE WS-KIT-COD-COMP(WS-KIT-IDX) TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   MOVE 'N' TO WS-KIT-OK
               NOT INVALID KEY
                   COMPUTE WS-CUSTO-ITEM = WS-CUSTO-ITEM +
                       (CUSTO-MEDIO-PRODUTO *
                        WS-KIT-QTDE-COMP(WS-KIT-IDX))
           END-READ.
       8710-CUSTO-COMPONENTE-FIM.
           EXIT.
      *
      **************************************
      * DISPONIVEL PARA PROMETER DE UM     *
      * COMPONENTE DO KIT                  *
      **************************************
      *
       8750-CONFERE-COMPONENTE.
           COMPUTE WS-QTDE-COMP =
               WS-QTDE * WS-KIT-QTDE-COMP(WS-KIT-IDX)
           MOVE WS-KIT-COD-COMP(WS-KIT-IDX) TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   MOVE ZEROS TO ESTOQUE-PRODUTO
           END-READ
           COMPUTE WS-QTDE-DISPONIVEL = ESTOQUE-PRODUTO -
               WS-RSV-QTDE(WS-KIT-COD-COMP(WS-KIT-IDX))
           IF WS-QTDE-COMP > WS-QTDE-DISPONIVEL
               MOVE 'N' TO WS-KIT-OK
           END-IF.
       8750-CONFERE-COMPONENTE-FIM.
           EXIT.
      *
      **************************************
      * EXPLODE O KIT GRAVADO EM UM ITEM   *
      * POR COMPONENTE, LOGO ABAIXO DELE   *
      **************************************
      *
       8800-EXPLODE-KIT.
           MOVE WS-QTD-ITENS TO WS-ITEM-KIT
           MOVE WS-QTDE      TO WS-QTDE-KIT
           PERFORM 8850-GRAVA-COMPONENTE
               THRU 8850-GRAVA-COMPONENTE-FIM
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
           MOVE WS-QTDE-KIT TO WS-QTDE.
       8800-EXPLODE-KIT-FIM.
           EXIT.
      *
       8850-GRAVA-COMPONENTE.
           ADD 1 TO WS-QTD-ITENS
           COMPUTE WS-QTDE =
               WS-QTDE-KIT * WS-KIT-QTDE-COMP(WS-KIT-IDX)
           MOVE WS-KIT-COD-COMP(WS-KIT-IDX) TO WS-COD-PRODUTO
           MOVE WS-NR-PEDIDO    TO PV-NR-PEDIDO
           MOVE WS-QTD-ITENS    TO PV-NR-ITEM
           MOVE WS-COD-CLIENTE  TO PV-COD-CLIENTE
           MOVE WS-COD-VENDEDOR TO PV-COD-VENDEDOR
           MOVE WS-COD-PRODUTO  TO PV-COD-PRODUTO
           MOVE WS-QTDE         TO PV-QTDE
           MOVE ZEROS           TO PV-PRECO-UNIT
           MOVE WS-HOJE-AAAAMMDD TO PV-DT-PEDIDO
           MOVE 'ABE'           TO PV-ST-PEDIDO
           MOVE 'C'             TO PV-TIPO-ITEM
           MOVE WS-ITEM-KIT     TO PV-NR-ITEM-KIT
           MOVE WS-KIT-QTDE-COMP(WS-KIT-IDX) TO PV-QTDE-POR-KIT

           PERFORM 8100-GRAVA-RESERVA THRU 8100-GRAVA-RESERVA-FIM

           WRITE REG-PEDIDO-VENDA
               INVALID KEY
                   DISPLAY "*** ITEM " WS-QTD-ITENS
                       " JA EXISTE NO PEDIDO - COMPONENTE "
                       WS-COD-PRODUTO " NAO GRAVADO ***"
                   SUBTRACT 1 FROM WS-QTD-ITENS
           END-WRITE.
       8850-GRAVA-COMPONENTE-FIM.
           EXIT.
      *
      **************************************
      * TEXTO DO MOTIVO DE RECUSA          *
      **************************************
      *
       9400-TEXTO-MOTIVO.
           EVALUATE RET-COD-MOTIVO
               WHEN 01
                   MOVE 'PEDIDO DO CLIENTE JA IMPORTADO'
                       TO WS-MOTIVO-TXT
               WHEN 02
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO-TXT
               WHEN 03
                   MOVE 'ITEM SEM DE-PARA PARA O CLIENTE'
                       TO WS-MOTIVO-TXT
               WHEN 04
                   MOVE 'PRODUTO NAO CADASTRADO' TO WS-MOTIVO-TXT
               WHEN 05
                   MOVE 'PRODUTO DESCONTINUADO OU INATIVO'
                       TO WS-MOTIVO-TXT
               WHEN 06
                   MOVE 'QUANTIDADE ZERO' TO WS-MOTIVO-TXT
               WHEN 07
                   MOVE 'DATA SOLICITADA ANTERIOR A HOJE'
                       TO WS-MOTIVO-TXT
               WHEN 08
                   MOVE 'PRECO ABAIXO DO CUSTO MEDIO'
                       TO WS-MOTIVO-TXT
               WHEN 09
                   MOVE 'SEM DISPONIBILIDADE EM ESTOQUE'
                       TO WS-MOTIVO-TXT
               WHEN 10
                   MOVE 'CREDITO DO CLIENTE RECUSADO'
                       TO WS-MOTIVO-TXT
               WHEN 11
                   MOVE 'PEDIDO ACIMA DE 99 ITENS' TO WS-MOTIVO-TXT
               WHEN 12
                   MOVE 'KIT COM COMPONENTE INVALIDO'
                       TO WS-MOTIVO-TXT
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-TXT
           END-EVALUATE.
       9400-TEXTO-MOTIVO-FIM.
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
           STRING 'RECUSAS DA IMPORTACAO DE PEDIDOS (EDI)'
               DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'CLI PEDIDO CLIENTE  ITEM DO CLIENTE   QUANTIDADE'
               '  MOTIVO' DELIMITED BY SIZE
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

       END PROGRAM EXERCICIO_176.
