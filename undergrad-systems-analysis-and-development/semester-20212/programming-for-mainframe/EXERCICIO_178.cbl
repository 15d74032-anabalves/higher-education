      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: EXPORTACAO DA NOTA FISCAL ELETRONICA (NF-E) DOS
      * PEDIDOS DE VENDA CONFIRMADOS, NO LUGAR DA REDIGITACAO NO
      * PORTAL DA SECRETARIA DA FAZENDA. PARA CADA PV-NR-PEDIDO COM
      * ITENS CONFIRMADOS AINDA SEM NOTA (OU COM A NOTA REJEITADA)
      * GRAVA EM NFE_EXPORTA (LAYOUT NFEEXP.CPY) A IDENTIFICACAO DA
      * NOTA, O EMITENTE (CARTAO nfe_emitente), O DESTINATARIO
      * (CLIENTES), OS ITENS (PEDIDOS_VENDA, O KIT COMO UM ITEM SO,
      * COMO NA FATURA DE EXERCICIO_105) COM O IMPOSTO DE CADA UM
      * (IMPOSTOS_PEDIDO), OS TOTAIS E AS DUPLICATAS DAS PARCELAS
      * (FATURAS_PEDIDO). O NUMERO DA NOTA VEM DA SERIE 'NFE' DE
      * CTRL_NUMERACAO (SUBROTINA NUM_NOTA_FISCAL) E FICA COM O
      * PEDIDO EM NFE_PEDIDOS, SITUACAO 'P' ATE O RETORNO DA
      * AUTORIZACAO SER LIDO POR EXERCICIO_179. A NOTA REJEITADA SAI
      * DE NOVO COM O MESMO NUMERO. O DESTINATARIO SAI COM O TIPO DE
      * PESSOA E O CPF/CNPJ DO CADASTRO; O PEDIDO DE CLIENTE SEM
      * DOCUMENTO NAO E EXPORTADO E CONTA COMO ERRO (RETURN-CODE 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_178.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO COM OS DADOS DO EMITENTE (NOSSA EMPRESA) E A SERIE.
           SELECT CARTAO_EMITENTE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nfe_emitente.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT PEDIDOS_VENDA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PV-CHAVE
           FILE STATUS IS WS-FS-PV.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS RANDOM
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT IMPOSTOS_PEDIDO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\impostos_pedido.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS IPD-CHAVE
           FILE STATUS     IS WS-FS-IPD.

           SELECT FATURAS_PEDIDO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\faturas_pedido.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS FAT-CHAVE
           FILE STATUS     IS WS-FS-FAT.

           SELECT NFE_PEDIDOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nfe_pedidos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NFE-NR-PEDIDO
           ALTERNATE RECORD KEY IS NFE-NOTA
           FILE STATUS     IS WS-FS-NFE.

           SELECT NFE_EXPORTA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nfe_exporta.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-EXP.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_EMITENTE.
       01 REG-CARTAO-EMITENTE.
           03 CARD-CNPJ                PIC 9(014).
           03 CARD-IE                  PIC X(014).
           03 CARD-RAZAO-SOCIAL        PIC X(040).
           03 CARD-UF                  PIC X(002).
           03 CARD-COD-MUNICIPIO       PIC 9(007).
           03 CARD-SERIE               PIC 9(003).

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

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

       FD FATURAS_PEDIDO.
       01 REG-FATURA-PEDIDO.
           03 FAT-CHAVE.
              05 FAT-NR-PEDIDO      PIC 9(07).
              05 FAT-NR-PARCELA     PIC 9(02).
           03 FAT-NR-DUPLICATA      PIC 9(07).
           03 FAT-DT-VENCIMENTO     PIC 9(08).
           03 FAT-VL-PARCELA        PIC S9(013)V9(002).

       FD NFE_PEDIDOS.
       01 REG-NFE-PEDIDO.
           COPY NFEPED.

       FD NFE_EXPORTA.
       01 REG-NFE-EXPORTA.
           COPY NFEEXP.

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-PV                     PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-IPD                    PIC 99.
       77 WS-FS-FAT                    PIC 99.
       77 WS-FS-NFE                    PIC 99.
       77 WS-FS-EXP                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-AUX                   PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-NR-PEDIDO                 PIC 9(007).
       77 WS-COD-CLIENTE               PIC 9(005).
       77 WS-NR-NOTA-SERIE             PIC 9(007).
       77 WS-NFE-EXISTE                PIC X(001).
       77 WS-IX                        PIC 9(003).
       77 WS-VL-ITEM                   PIC S9(013)V9(002).
       77 WS-VL-PRODUTOS               PIC S9(013)V9(002).
       77 WS-VL-IMPOSTOS               PIC S9(013)V9(002).

      *> ITENS CONFIRMADOS DO PEDIDO EM MONTAGEM (SEM COMPONENTES).
       77 WS-QTD-ITENS                 PIC 9(003).
       01 WS-TAB-ITENS.
           03 WS-ITM OCCURS 99 TIMES.
              05 WS-ITM-NR-ITEM        PIC 9(002).
              05 WS-ITM-COD-PRODUTO    PIC 9(003).
              05 WS-ITM-QTDE           PIC 9(009).
              05 WS-ITM-PRECO          PIC 9(007)V9(002).

      *> DADOS DO EMITENTE LIDOS DO CARTAO.
       01 WS-EMITENTE.
           03 WS-EMI-CNPJ              PIC 9(014).
           03 WS-EMI-IE                PIC X(014).
           03 WS-EMI-RAZAO-SOCIAL      PIC X(040).
           03 WS-EMI-UF                PIC X(002).
           03 WS-EMI-COD-MUNICIPIO     PIC 9(007).
           03 WS-EMI-SERIE             PIC 9(003).

      *> TOTAIS DE CONTROLE: TODO PEDIDO COM ITEM CONFIRMADO SAI
      *> EXPORTADO, FICA DE FORA POR JA TER NOTA OU FICA COM ERRO.
       77 WS-QTD-PEDIDOS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REENVIADOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JA-COM-NOTA           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ERROS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REGISTROS             PIC 9(007) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ EXPORTACAO DE NOTA FISCAL ELETRONICA ------'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM

           SET WS-FS-PV TO 0.
           OPEN INPUT PEDIDOS_VENDA
           IF WS-FS-PV EQUAL 35
               DISPLAY "* ARQUIVO PEDIDOS_VENDA NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-CLIENTES TO 0.
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
               CLOSE PEDIDOS_VENDA
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> SEM PRODUTOS A DESCRICAO SAI EM BRANCO; SEM IMPOSTOS OU
      *> PARCELAS A NOTA SAI SEM OS GRUPOS N0 OU Y0.
           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           SET WS-FS-IPD TO 0.
           OPEN INPUT IMPOSTOS_PEDIDO
           SET WS-FS-FAT TO 0.
           OPEN INPUT FATURAS_PEDIDO

           SET WS-FS-NFE TO 0.
           OPEN I-O NFE_PEDIDOS
           IF WS-FS-NFE EQUAL 35
               OPEN OUTPUT NFE_PEDIDOS
               CLOSE NFE_PEDIDOS
               OPEN I-O NFE_PEDIDOS
           END-IF

           SET WS-FS-EXP TO 0.
           OPEN OUTPUT NFE_EXPORTA

           MOVE ZEROS TO WS-NR-PEDIDO
           MOVE ZEROS TO WS-QTD-ITENS
           SET WS-EOF TO 0.
           PERFORM 1000-LE-ITEM THRU 1000-LE-ITEM-FIM
               UNTIL WS-EOF = 1.
           IF WS-NR-PEDIDO NOT EQUAL ZEROS
               PERFORM 2000-EXPORTA-PEDIDO THRU 2000-EXPORTA-PEDIDO-FIM
           END-IF

           CLOSE PEDIDOS_VENDA
           CLOSE CLIENTES
           IF WS-FS-PROD NOT EQUAL 35
               CLOSE PRODUTOS
           END-IF
           IF WS-FS-IPD NOT EQUAL 35
               CLOSE IMPOSTOS_PEDIDO
           END-IF
           IF WS-FS-FAT NOT EQUAL 35
               CLOSE FATURAS_PEDIDO
           END-IF
           CLOSE NFE_PEDIDOS
           CLOSE NFE_EXPORTA

           DISPLAY " "
           DISPLAY "PEDIDOS COM ITENS CONFIRMADOS: " WS-QTD-PEDIDOS
           DISPLAY "NOTAS EXPORTADAS: " WS-QTD-EXPORTADOS
               " (REENVIO DE REJEITADAS: " WS-QTD-REENVIADOS ")"
           DISPLAY "PEDIDOS JA COM NOTA ENVIADA OU AUTORIZADA: "
               WS-QTD-JA-COM-NOTA
           DISPLAY "PEDIDOS COM ERRO: " WS-QTD-ERROS
           DISPLAY "REGISTROS GRAVADOS EM nfe_exporta: "
               WS-QTD-REGISTROS

           IF WS-QTD-ERROS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

           COMPUTE WS-QTD-DESTINOS = WS-QTD-EXPORTADOS +
               WS-QTD-JA-COM-NOTA + WS-QTD-ERROS
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-PEDIDOS
               DISPLAY "PEDIDOS LIDOS " WS-QTD-PEDIDOS
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
      * LEITURA DO CARTAO DO EMITENTE      *
      **************************************
      *
       0020-LE-CARTAO.
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_EMITENTE
           IF WS-FS-CARTAO EQUAL 35
               DISPLAY "*** CARTAO nfe_emitente NAO EXISTE - SEM "
                   "EMITENTE NAO HA NOTA ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CARTAO_EMITENTE
               AT END
                   DISPLAY "*** CARTAO DO EMITENTE VAZIO ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARTAO_EMITENTE
                   STOP RUN
           END-READ
           CLOSE CARTAO_EMITENTE

           IF CARD-CNPJ NOT NUMERIC OR CARD-CNPJ EQUAL ZEROS OR
               CARD-RAZAO-SOCIAL EQUAL SPACES OR
               CARD-UF EQUAL SPACES OR
               CARD-SERIE NOT NUMERIC
               DISPLAY "*** CARTAO INVALIDO: CNPJ, RAZAO SOCIAL, UF "
                   "E SERIE DO EMITENTE SAO OBRIGATORIOS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CARD-CNPJ          TO WS-EMI-CNPJ
           MOVE CARD-IE            TO WS-EMI-IE
           MOVE CARD-RAZAO-SOCIAL  TO WS-EMI-RAZAO-SOCIAL
           MOVE CARD-UF            TO WS-EMI-UF
           MOVE CARD-COD-MUNICIPIO TO WS-EMI-COD-MUNICIPIO
           MOVE CARD-SERIE         TO WS-EMI-SERIE
           DISPLAY "EMITENTE: " WS-EMI-RAZAO-SOCIAL " SERIE "
               WS-EMI-SERIE.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * LE OS ITENS NA ORDEM DA CHAVE E    *
      * FECHA CADA PEDIDO NA QUEBRA        *
      **************************************
      *
       1000-LE-ITEM.
           READ PEDIDOS_VENDA NEXT RECORD
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           IF PV-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
               IF WS-NR-PEDIDO NOT EQUAL ZEROS
                   PERFORM 2000-EXPORTA-PEDIDO
                       THRU 2000-EXPORTA-PEDIDO-FIM
               END-IF
               MOVE PV-NR-PEDIDO   TO WS-NR-PEDIDO
               MOVE PV-COD-CLIENTE TO WS-COD-CLIENTE
               MOVE ZEROS          TO WS-QTD-ITENS
           END-IF

      *> SO O ITEM CONFIRMADO VAI PARA A NOTA; O COMPONENTE DO KIT
      *> NAO E ITEM DA NOTA (O VALOR E O IMPOSTO SAO DO KIT).
           IF NOT PV-ITEM-CONFIRMADO OR PV-ITEM-COMPONENTE
               GO TO 1000-LE-ITEM-FIM
           END-IF
           IF WS-QTD-ITENS NOT < 99
               GO TO 1000-LE-ITEM-FIM
           END-IF

           ADD 1 TO WS-QTD-ITENS
           MOVE PV-NR-ITEM     TO WS-ITM-NR-ITEM(WS-QTD-ITENS)
           MOVE PV-COD-PRODUTO TO WS-ITM-COD-PRODUTO(WS-QTD-ITENS)
           MOVE PV-QTDE        TO WS-ITM-QTDE(WS-QTD-ITENS)
           MOVE PV-PRECO-UNIT  TO WS-ITM-PRECO(WS-QTD-ITENS)

           END-READ.
       1000-LE-ITEM-FIM.
           EXIT.
      *
      **************************************
      * GRAVA A NOTA DE UM PEDIDO          *
      **************************************
      *
       2000-EXPORTA-PEDIDO.
           IF WS-QTD-ITENS EQUAL ZEROS
               GO TO 2000-EXPORTA-PEDIDO-FIM
           END-IF
           ADD 1 TO WS-QTD-PEDIDOS

           MOVE WS-NR-PEDIDO TO NFE-NR-PEDIDO
           READ NFE_PEDIDOS
               INVALID KEY
                   MOVE 'N' TO WS-NFE-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-NFE-EXISTE
           END-READ

      *> NOTA AGUARDANDO RETORNO OU JA AUTORIZADA NAO SAI DE NOVO.
           IF WS-NFE-EXISTE = 'S' AND NOT NFE-REJEITADA
               ADD 1 TO WS-QTD-JA-COM-NOTA
               GO TO 2000-EXPORTA-PEDIDO-FIM
           END-IF

           MOVE WS-COD-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   DISPLAY "*** PEDIDO " WS-NR-PEDIDO " - CLIENTE "
                       WS-COD-CLIENTE " NAO CADASTRADO - NOTA NAO "
                       "EXPORTADA ***"
                   ADD 1 TO WS-QTD-ERROS
                   GO TO 2000-EXPORTA-PEDIDO-FIM
           END-READ

      *> A SEFAZ RECUSA DESTINATARIO SEM CPF/CNPJ: O PEDIDO FICA FORA
      *> (SEM CONSUMIR NUMERO DE NOTA) ATE O DOCUMENTO SER INFORMADO
      *> NO PROGRAMA_EX07; A PENDENCIA SAI NO EXERCICIO_202.
           IF NOT CLIENTE-PESSOA-FISICA AND NOT CLIENTE-PESSOA-JURIDICA
               OR DOCTO-CLIENTE EQUAL ZEROS
               DISPLAY "*** PEDIDO " WS-NR-PEDIDO " - CLIENTE "
                   WS-COD-CLIENTE " SEM CPF/CNPJ - NOTA NAO "
                   "EXPORTADA ***"
               ADD 1 TO WS-QTD-ERROS
               GO TO 2000-EXPORTA-PEDIDO-FIM
           END-IF

           IF WS-NFE-EXISTE = 'N'
               CALL 'NUM_NOTA_FISCAL' USING WS-NR-NOTA-SERIE
               INITIALIZE REG-NFE-PEDIDO
               MOVE WS-NR-PEDIDO     TO NFE-NR-PEDIDO
               MOVE WS-EMI-SERIE     TO NFE-SERIE
               MOVE WS-NR-NOTA-SERIE TO NFE-NR-NOTA
               MOVE WS-COD-CLIENTE   TO NFE-COD-CLIENTE
           ELSE
               ADD 1 TO WS-QTD-REENVIADOS
           END-IF
           ADD 1 TO NFE-QTD-ENVIOS
           MOVE WS-HOJE-AAAAMMDD TO NFE-DT-EMISSAO
           MOVE WS-HOJE-AAAAMMDD TO NFE-DT-ENVIO

      *> B0 - IDENTIFICACAO DA NOTA.
           MOVE SPACES TO REG-NFE-EXPORTA
           MOVE 'B0'   TO EXP-TIPO
           MOVE NFE-SERIE        TO EXP-IDE-SERIE
           MOVE NFE-NR-NOTA      TO EXP-IDE-NR-NOTA
           MOVE NFE-DT-EMISSAO   TO EXP-IDE-DT-EMISSAO
           MOVE WS-NR-PEDIDO     TO EXP-IDE-NR-PEDIDO
           MOVE '1'              TO EXP-IDE-TIPO-OPERACAO
           MOVE 'VENDA DE MERCADORIA' TO EXP-IDE-NATUREZA
           MOVE NFE-QTD-ENVIOS   TO EXP-IDE-NR-ENVIO
           PERFORM 2900-GRAVA-EXPORTA THRU 2900-GRAVA-EXPORTA-FIM

      *> C0 - EMITENTE.
           MOVE SPACES TO REG-NFE-EXPORTA
           MOVE 'C0'   TO EXP-TIPO
           MOVE WS-EMI-CNPJ          TO EXP-EMI-CNPJ
           MOVE WS-EMI-IE            TO EXP-EMI-IE
           MOVE WS-EMI-RAZAO-SOCIAL  TO EXP-EMI-RAZAO-SOCIAL
           MOVE WS-EMI-UF            TO EXP-EMI-UF
           MOVE WS-EMI-COD-MUNICIPIO TO EXP-EMI-COD-MUNICIPIO
           PERFORM 2900-GRAVA-EXPORTA THRU 2900-GRAVA-EXPORTA-FIM

      *> E0 - DESTINATARIO.
           MOVE SPACES TO REG-NFE-EXPORTA
           MOVE 'E0'   TO EXP-TIPO
           MOVE COD-CLIENTE        TO EXP-DEST-COD-CLIENTE
           MOVE DOCTO-CLIENTE      TO EXP-DEST-CNPJ-CPF
           MOVE TIPO-PESSOA-CLIENTE TO EXP-DEST-TIPO-PESSOA
           MOVE NOME-CLIENTE       TO EXP-DEST-NOME
           MOVE LOGRADOURO-CLIENTE TO EXP-DEST-LOGRADOURO
           MOVE NUMERO-CLIENTE     TO EXP-DEST-NUMERO
           MOVE CIDADE-CLIENTE     TO EXP-DEST-CIDADE
           MOVE UF-CLIENTE         TO EXP-DEST-UF
           MOVE CEP-CLIENTE        TO EXP-DEST-CEP
           MOVE EMAIL-CLIENTE      TO EXP-DEST-EMAIL
           PERFORM 2900-GRAVA-EXPORTA THRU 2900-GRAVA-EXPORTA-FIM

      *> I0/N0 - ITENS E IMPOSTO DE CADA ITEM.
           MOVE ZEROS TO WS-VL-PRODUTOS
           MOVE ZEROS TO WS-VL-IMPOSTOS
           PERFORM 2100-EXPORTA-ITEM THRU 2100-EXPORTA-ITEM-FIM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-ITENS

      *> W0 - TOTAIS (O TOTAL DA NOTA INCLUI OS IMPOSTOS, COMO NA
      *> FATURA).
           MOVE SPACES TO REG-NFE-EXPORTA
           MOVE 'W0'   TO EXP-TIPO
           MOVE WS-QTD-ITENS   TO EXP-TOT-QTD-ITENS
           MOVE WS-VL-PRODUTOS TO EXP-TOT-VL-PRODUTOS
           MOVE WS-VL-IMPOSTOS TO EXP-TOT-VL-IMPOSTOS
           COMPUTE EXP-TOT-VL-NOTA = WS-VL-PRODUTOS + WS-VL-IMPOSTOS
           MOVE EXP-TOT-VL-NOTA TO NFE-VL-NOTA
           PERFORM 2900-GRAVA-EXPORTA THRU 2900-GRAVA-EXPORTA-FIM

      *> Y0 - DUPLICATAS.
           PERFORM 2500-EXPORTA-PARCELAS
               THRU 2500-EXPORTA-PARCELAS-FIM

           MOVE 'P'    TO NFE-SITUACAO
           MOVE SPACES TO NFE-CHAVE-ACESSO
           MOVE SPACES TO NFE-PROTOCOLO
           MOVE ZEROS  TO NFE-DT-AUTORIZACAO
           MOVE ZEROS  TO NFE-COD-REJEICAO
           MOVE SPACES TO NFE-MOTIVO-REJEICAO
           IF WS-NFE-EXISTE = 'N'
               WRITE REG-NFE-PEDIDO
                   INVALID KEY
                       DISPLAY "*** ERRO NA GRAVACAO DE NFE_PEDIDOS - "
                           "PEDIDO " WS-NR-PEDIDO " ***"
               END-WRITE
           ELSE
               REWRITE REG-NFE-PEDIDO
                   INVALID KEY
                       DISPLAY "*** ERRO NA REGRAVACAO DE NFE_PEDIDOS"
                           " - PEDIDO " WS-NR-PEDIDO " ***"
               END-REWRITE
           END-IF

           ADD 1 TO WS-QTD-EXPORTADOS
           DISPLAY "PEDIDO " WS-NR-PEDIDO " - NOTA " NFE-SERIE "/"
               NFE-NR-NOTA " EXPORTADA (ENVIO " NFE-QTD-ENVIOS ")".
       2000-EXPORTA-PEDIDO-FIM.
           EXIT.
      *
       2100-EXPORTA-ITEM.
           MOVE SPACES TO REG-NFE-EXPORTA
           MOVE 'I0'   TO EXP-TIPO
           MOVE WS-ITM-NR-ITEM(WS-IX)     TO EXP-PROD-NR-ITEM
           MOVE WS-ITM-COD-PRODUTO(WS-IX) TO EXP-PROD-COD-PRODUTO
           MOVE WS-ITM-QTDE(WS-IX)        TO EXP-PROD-QTDE
           MOVE WS-ITM-PRECO(WS-IX)       TO EXP-PROD-VL-UNIT
           COMPUTE WS-VL-ITEM =
               WS-ITM-QTDE(WS-IX) * WS-ITM-PRECO(WS-IX)
           MOVE WS-VL-ITEM TO EXP-PROD-VL-TOTAL
           ADD WS-VL-ITEM TO WS-VL-PRODUTOS
           IF WS-FS-PROD NOT EQUAL 35
               MOVE WS-ITM-COD-PRODUTO(WS-IX) TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-PRODUTO TO EXP-PROD-DESCRICAO
               END-READ
           END-IF
           PERFORM 2900-GRAVA-EXPORTA THRU 2900-GRAVA-EXPORTA-FIM

           IF WS-FS-IPD EQUAL 35
               GO TO 2100-EXPORTA-ITEM-FIM
           END-IF
           MOVE WS-NR-PEDIDO          TO IPD-NR-PEDIDO
           MOVE WS-ITM-NR-ITEM(WS-IX) TO IPD-NR-ITEM
           READ IMPOSTOS_PEDIDO
               INVALID KEY
                   GO TO 2100-EXPORTA-ITEM-FIM
           END-READ
           MOVE SPACES TO REG-NFE-EXPORTA
           MOVE 'N0'   TO EXP-TIPO
           MOVE IPD-NR-ITEM    TO EXP-IMP-NR-ITEM
           MOVE IPD-GRUPO      TO EXP-IMP-GRUPO
           MOVE IPD-UF         TO EXP-IMP-UF
           MOVE IPD-ALIQUOTA   TO EXP-IMP-ALIQUOTA
           MOVE IPD-VL-BASE    TO EXP-IMP-VL-BASE
           MOVE IPD-VL-IMPOSTO TO EXP-IMP-VL-IMPOSTO
           ADD IPD-VL-IMPOSTO TO WS-VL-IMPOSTOS
           PERFORM 2900-GRAVA-EXPORTA THRU 2900-GRAVA-EXPORTA-FIM.
       2100-EXPORTA-ITEM-FIM.
           EXIT.
      *
       2500-EXPORTA-PARCELAS.
           IF WS-FS-FAT EQUAL 35
               GO TO 2500-EXPORTA-PARCELAS-FIM
           END-IF

           SET WS-EOF-AUX TO 0
           MOVE WS-NR-PEDIDO TO FAT-NR-PEDIDO
           MOVE ZEROS        TO FAT-NR-PARCELA
           START FATURAS_PEDIDO KEY IS NOT LESS THAN FAT-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-AUX
           END-START

           PERFORM UNTIL WS-EOF-AUX = 1
               READ FATURAS_PEDIDO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF FAT-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
                           MOVE 1 TO WS-EOF-AUX
                       ELSE
                           MOVE SPACES TO REG-NFE-EXPORTA
                           MOVE 'Y0'   TO EXP-TIPO
                           MOVE FAT-NR-PARCELA
                               TO EXP-DUP-NR-PARCELA
                           MOVE FAT-NR-DUPLICATA
                               TO EXP-DUP-NR-DUPLICATA
                           MOVE FAT-DT-VENCIMENTO
                               TO EXP-DUP-DT-VENCIMENTO
                           MOVE FAT-VL-PARCELA
                               TO EXP-DUP-VL-PARCELA
                           PERFORM 2900-GRAVA-EXPORTA
                               THRU 2900-GRAVA-EXPORTA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       2500-EXPORTA-PARCELAS-FIM.
           EXIT.
      *
       2900-GRAVA-EXPORTA.
           WRITE REG-NFE-EXPORTA
           ADD 1 TO WS-QTD-REGISTROS.
       2900-GRAVA-EXPORTA-FIM.
           EXIT.

       END PROGRAM EXERCICIO_178.
