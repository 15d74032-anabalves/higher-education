      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REGISTRO DAS COBRANCAS PIX DAS DUPLICATAS EM ABERTO E
      * GERACAO DO ARQUIVO DE COBRANCAS PIX PARA O BANCO: CADA
      * DUPLICATA EM ABERTO (MESMO CRITERIO DA REMESSA BANCARIA,
      * EXERCICIO_034) RECEBE UM IDENTIFICADOR DE COBRANCA (TXID)
      * GRAVADO EM PIX_COBRANCA, QUE SAI IMPRESSO NOS BOLETOS E
      * CARNES (EXERCICIO_078) E E CASADO COM O CREDITO NA BAIXA DOS
      * PIX RECEBIDOS (EXERCICIO_136). O ARQUIVO PIX_REMESSA LEVA AS
      * INCLUSOES ('I'), AS ALTERACOES DE VALOR OU VENCIMENTO DE
      * COBRANCA JA REGISTRADA ('A', DEPOIS DE PAGAMENTO PARCIAL,
      * POR EXEMPLO) E OS CANCELAMENTOS ('C') DAS COBRANCAS CUJA
      * DUPLICATA FOI BAIXADA POR OUTRO MEIO, COM TRAILER DE
      * CONTROLE (QUANTIDADE E VALOR), NO MOLDE DA REMESSA BANCARIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_135.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.

           SELECT PIX_COBRANCA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_cobranca.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PIX-NR-DUPLICATA
           ALTERNATE RECORD KEY IS PIX-TXID
           FILE STATUS     IS WS-FS-PIX.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS SEQUENTIAL
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT PIX_REMESSA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_remessa.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-REMESSA.
       DATA DIVISION.
       FILE SECTION.
       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD PIX_COBRANCA.
       01 REG-PIX-COBRANCA.
           COPY PIXCOB.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

      *> O ARQUIVO DE COBRANCAS PIX TEM REGISTROS DE DETALHE (TIPO
      *> 'D', COM A ACAO 'I' INCLUIR, 'A' ALTERAR OU 'C' CANCELAR) E
      *> UM TRAILER (TIPO 'T') COM QUANTIDADE E VALOR TOTAL DAS
      *> COBRANCAS INCLUIDAS E ALTERADAS, PARA O BANCO CONFERIR.
       FD PIX_REMESSA.
       01 REG-PIX-REMESSA.
           03 PXR-TIPO                 PIC X(001).
           03 PXR-ACAO                 PIC X(001).
           03 PXR-TXID                 PIC X(026).
           03 PXR-NR-DUPLICATA         PIC 9(007).
           03 PXR-COD-CLIENTE          PIC 9(005).
           03 PXR-NOME-CLIENTE         PIC X(020).
           03 PXR-VL-COBRANCA          PIC S9(013)V9(002).
           03 PXR-DT-VENCIMENTO        PIC 9(008).
       01 REG-PIX-REMESSA-TRAILER.
           03 PXR-T-TIPO               PIC X(001).
           03 PXR-T-QTDE               PIC 9(006).
           03 PXR-T-VL-TOTAL           PIC S9(013)V9(002).
           03 FILLER                   PIC X(061).

       WORKING-STORAGE SECTION.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-PIX                    PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-REMESSA                PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-CLIENTES              PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-HORA-HHMMSS               PIC 9(006).
       77 WS-VL-SALDO                  PIC S9(013)V9(002).
       77 WS-QTD-LIDAS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-INCLUIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALTERADAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CANCELADAS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-MUDANCA           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REMETIDAS             PIC 9(006) VALUE ZEROS.
       77 WS-VL-REMETIDO               PIC S9(013)V9(002) VALUE ZEROS.

      *> TXID DA COBRANCA (26 POSICOES ALFANUMERICAS): PREFIXO DA
      *> INSTITUICAO, NUMERO DA DUPLICATA E DATA/HORA DO REGISTRO -
      *> UNICO MESMO QUANDO A DUPLICATA GANHA UMA COBRANCA NOVA.
       01 WS-TXID.
           03 WS-TXID-PREFIXO          PIC X(005) VALUE 'FATEC'.
           03 WS-TXID-NR-DUPLICATA     PIC 9(007).
           03 WS-TXID-DATA             PIC 9(008).
           03 WS-TXID-HORA             PIC 9(006).

      *> POSICAO DO CLIENTE NAS TABELAS EM MEMORIA (SUBROTINA
      *> TAB_CLIENTE): O CODIGO DE CLIENTE TEM 5 DIGITOS E AS TABELAS
      *> SAO ENDERECADAS PELA POSICAO COMPACTA DEVOLVIDA POR ELA.
       77 WS-IC-FUNCAO                 PIC X(001).
       77 WS-IC-COD-CLIENTE            PIC 9(005).
       77 WS-IC-POSICAO                PIC 9(005).
       77 WS-IC-ORDEM                  PIC 9(005).
       77 WS-IC-RESULTADO              PIC X(001).

      *> NOME DO CLIENTE ENDERECADO PELA POSICAO DO CLIENTE EM
      *> TAB_CLIENTE, CARREGADO DE CLIENTES UMA UNICA VEZ NO INICIO.
       01 WS-TAB-NOME-CLIENTE.
           03 WS-NOME-CLIENTE OCCURS 5000 TIMES PIC X(20).
       77 WS-NOME-ATUAL                PIC X(020).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------- REGISTRO DAS COBRANCAS PIX -------'

           SET WS-FS-DUPLICATAS    TO 0.
           SET WS-EOF              TO 0.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HHMMSS

           PERFORM 0100-CARREGA-CLIENTES THRU 0100-CARREGA-CLIENTES-FIM.

           OPEN INPUT DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               DISPLAY "* ARQUIVO DUPLICATAS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-PIX TO 0.
           OPEN I-O PIX_COBRANCA
           IF WS-FS-PIX EQUAL 35
               OPEN OUTPUT PIX_COBRANCA
               CLOSE PIX_COBRANCA
               OPEN I-O PIX_COBRANCA
           END-IF

           OPEN OUTPUT PIX_REMESSA

           PERFORM 1000-PROCESSA-DUPLICATA
               THRU 1000-PROCESSA-DUPLICATA-FIM
               UNTIL WS-EOF = 1.

           PERFORM 2000-GRAVA-TRAILER THRU 2000-GRAVA-TRAILER-FIM.

           CLOSE DUPLICATAS.
           CLOSE PIX_COBRANCA.
           CLOSE PIX_REMESSA.

           DISPLAY " "
           DISPLAY "DUPLICATAS LIDAS: " WS-QTD-LIDAS
           DISPLAY "COBRANCAS PIX INCLUIDAS: " WS-QTD-INCLUIDAS
           DISPLAY "COBRANCAS PIX ALTERADAS: " WS-QTD-ALTERADAS
           DISPLAY "COBRANCAS PIX CANCELADAS: " WS-QTD-CANCELADAS
           DISPLAY "COBRANCAS JA REGISTRADAS SEM MUDANCA: "
               WS-QTD-SEM-MUDANCA
           DISPLAY "VALOR TOTAL INCLUIDO/ALTERADO: " WS-VL-REMETIDO.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * ROTINA DE CARGA DOS NOMES DE       *
      * CLIENTE EM MEMORIA                 *
      **************************************
      *
       0100-CARREGA-CLIENTES.
           INITIALIZE WS-TAB-NOME-CLIENTE
           SET WS-FS-CLIENTES   TO 0.
           SET WS-EOF-CLIENTES  TO 0.

           MOVE 'Z' TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               GO TO 0100-CARREGA-CLIENTES-FIM
           END-IF

           PERFORM UNTIL WS-EOF-CLIENTES = 1
               READ CLIENTES
                   AT END
                       MOVE 1 TO WS-EOF-CLIENTES
                   NOT AT END
                       MOVE 'I'         TO WS-IC-FUNCAO
                       MOVE COD-CLIENTE TO WS-IC-COD-CLIENTE
                       CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO,
                           WS-IC-COD-CLIENTE, WS-IC-POSICAO,
                           WS-IC-ORDEM, WS-IC-RESULTADO
                       IF WS-IC-RESULTADO EQUAL 'S'
                           MOVE NOME-CLIENTE
                               TO WS-NOME-CLIENTE(WS-IC-POSICAO)
                       ELSE
                           DISPLAY '*** TABELA DE CLIENTES CHEIA - '
                               'CLIENTE ' COD-CLIENTE ' SEM NOME ***'
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES.
       0100-CARREGA-CLIENTES-FIM.
           EXIT.
      *
      **************************************
      * NOME DO CLIENTE EM WS-IC-COD-      *
      * CLIENTE (BRANCOS SE NAO CARREGADO) *
      **************************************
      *
       0110-NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-ATUAL
           MOVE 'L'    TO WS-IC-FUNCAO
           CALL 'TAB_CLIENTE' USING WS-IC-FUNCAO, WS-IC-COD-CLIENTE,
               WS-IC-POSICAO, WS-IC-ORDEM, WS-IC-RESULTADO
           IF WS-IC-RESULTADO EQUAL 'S'
               MOVE WS-NOME-CLIENTE(WS-IC-POSICAO) TO WS-NOME-ATUAL
           END-IF.
       0110-NOME-CLIENTE-FIM.
           EXIT.
      *
      **************************************
      * CONFRONTO DE CADA DUPLICATA COM A  *
      * SUA COBRANCA PIX                   *
      **************************************
      *
       1000-PROCESSA-DUPLICATA.
           READ DUPLICATAS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-LIDAS

           MOVE DUPL-NR-DUPLICATA OF REG-DUPLICATA TO PIX-NR-DUPLICATA
           READ PIX_COBRANCA
               INVALID KEY
                   MOVE SPACES TO PIX-SITUACAO
           END-READ

      *> PAGA ('SIM'), CANCELADA ('CAN'), RENEGOCIADA ('REN') E
      *> BAIXADA COMO INCOBRAVEL ('BXA') NAO TEM COBRANCA PIX, NO
      *> MESMO CRITERIO DA REMESSA BANCARIA (EXERCICIO_034); A
      *> COBRANCA QUE AINDA ESTIVER ATIVA E CANCELADA NO BANCO.
           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM" OR
               DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "CAN" OR
               DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "REN" OR
               DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
               IF PIX-ATIVA
                   PERFORM 1300-CANCELA-COBRANCA
                       THRU 1300-CANCELA-COBRANCA-FIM
               END-IF
               GO TO 1000-PROCESSA-DUPLICATA-FIM
           END-IF

           COMPUTE WS-VL-SALDO =
               DUPL-VL-FATURA OF REG-DUPLICATA -
               DUPL-VL-PAGO OF REG-DUPLICATA
           IF WS-VL-SALDO NOT > ZEROS
               GO TO 1000-PROCESSA-DUPLICATA-FIM
           END-IF

           IF PIX-ATIVA
               IF PIX-VL-COBRANCA EQUAL WS-VL-SALDO AND
                   PIX-DT-VENCIMENTO EQUAL
                       DUPL-DT-VENCIMENTO OF REG-DUPLICATA
                   ADD 1 TO WS-QTD-SEM-MUDANCA
               ELSE
                   PERFORM 1200-ALTERA-COBRANCA
                       THRU 1200-ALTERA-COBRANCA-FIM
               END-IF
           ELSE
      *> SEM COBRANCA, OU A ANTERIOR JA FOI LIQUIDADA OU CANCELADA
      *> (DUPLICATA REABERTA): REGISTRA UMA COBRANCA NOVA.
               PERFORM 1100-INCLUI-COBRANCA
                   THRU 1100-INCLUI-COBRANCA-FIM
           END-IF

           END-READ.
       1000-PROCESSA-DUPLICATA-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO DE UMA COBRANCA NOVA COM  *
      * TXID PROPRIO                       *
      **************************************
      *
       1100-INCLUI-COBRANCA.
           MOVE DUPL-NR-DUPLICATA OF REG-DUPLICATA
               TO WS-TXID-NR-DUPLICATA
           MOVE WS-HOJE-AAAAMMDD TO WS-TXID-DATA
           MOVE WS-HORA-HHMMSS   TO WS-TXID-HORA

           MOVE DUPL-NR-DUPLICATA OF REG-DUPLICATA TO PIX-NR-DUPLICATA
           MOVE WS-TXID          TO PIX-TXID
           MOVE DUPL-COD-CLIENTE OF REG-DUPLICATA TO PIX-COD-CLIENTE
           MOVE WS-HOJE-AAAAMMDD TO PIX-DT-REGISTRO
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPLICATA
               TO PIX-DT-VENCIMENTO
           MOVE WS-VL-SALDO      TO PIX-VL-COBRANCA
           MOVE 'A'              TO PIX-SITUACAO
           MOVE ZEROS            TO PIX-DT-LIQUIDACAO
           WRITE REG-PIX-COBRANCA
               INVALID KEY
                   REWRITE REG-PIX-COBRANCA
           END-WRITE

           MOVE 'I' TO PXR-ACAO
           PERFORM 1500-GRAVA-DETALHE THRU 1500-GRAVA-DETALHE-FIM
           ADD 1 TO WS-QTD-INCLUIDAS.
       1100-INCLUI-COBRANCA-FIM.
           EXIT.
      *
      **************************************
      * COBRANCA ATIVA COM VALOR OU        *
      * VENCIMENTO DIFERENTE DA DUPLICATA: *
      * MESMO TXID, DADOS NOVOS            *
      **************************************
      *
       1200-ALTERA-COBRANCA.
           MOVE DUPL-DT-VENCIMENTO OF REG-DUPLICATA
               TO PIX-DT-VENCIMENTO
           MOVE WS-VL-SALDO TO PIX-VL-COBRANCA
           REWRITE REG-PIX-COBRANCA

           MOVE 'A' TO PXR-ACAO
           PERFORM 1500-GRAVA-DETALHE THRU 1500-GRAVA-DETALHE-FIM
           ADD 1 TO WS-QTD-ALTERADAS.
       1200-ALTERA-COBRANCA-FIM.
           EXIT.
      *
      **************************************
      * DUPLICATA BAIXADA POR OUTRO MEIO:  *
      * A COBRANCA PIX SAI DO BANCO        *
      **************************************
      *
       1300-CANCELA-COBRANCA.
           MOVE 'C' TO PIX-SITUACAO
           MOVE WS-HOJE-AAAAMMDD TO PIX-DT-LIQUIDACAO
           REWRITE REG-PIX-COBRANCA

           INITIALIZE REG-PIX-REMESSA
           MOVE 'D'              TO PXR-TIPO
           MOVE 'C'              TO PXR-ACAO
           MOVE PIX-TXID         TO PXR-TXID
           MOVE PIX-NR-DUPLICATA TO PXR-NR-DUPLICATA
           MOVE PIX-COD-CLIENTE  TO PXR-COD-CLIENTE
           MOVE PIX-COD-CLIENTE  TO WS-IC-COD-CLIENTE
           PERFORM 0110-NOME-CLIENTE THRU 0110-NOME-CLIENTE-FIM
           MOVE WS-NOME-ATUAL    TO PXR-NOME-CLIENTE
           MOVE PIX-DT-VENCIMENTO TO PXR-DT-VENCIMENTO
           WRITE REG-PIX-REMESSA

           ADD 1 TO WS-QTD-CANCELADAS.
       1300-CANCELA-COBRANCA-FIM.
           EXIT.
      *
       1500-GRAVA-DETALHE.
           MOVE 'D'              TO PXR-TIPO
           MOVE PIX-TXID         TO PXR-TXID
           MOVE PIX-NR-DUPLICATA TO PXR-NR-DUPLICATA
           MOVE PIX-COD-CLIENTE  TO PXR-COD-CLIENTE
           MOVE PIX-COD-CLIENTE  TO WS-IC-COD-CLIENTE
           PERFORM 0110-NOME-CLIENTE THRU 0110-NOME-CLIENTE-FIM
           MOVE WS-NOME-ATUAL    TO PXR-NOME-CLIENTE
           MOVE PIX-VL-COBRANCA  TO PXR-VL-COBRANCA
           MOVE PIX-DT-VENCIMENTO TO PXR-DT-VENCIMENTO
           WRITE REG-PIX-REMESSA

           ADD 1 TO WS-QTD-REMETIDAS
           ADD PIX-VL-COBRANCA TO WS-VL-REMETIDO.
       1500-GRAVA-DETALHE-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE GRAVACAO DO TRAILER DE   *
      * CONTROLE DO ARQUIVO DE COBRANCAS   *
      **************************************
      *
       2000-GRAVA-TRAILER.
           INITIALIZE REG-PIX-REMESSA-TRAILER
           MOVE 'T'              TO PXR-T-TIPO
           MOVE WS-QTD-REMETIDAS TO PXR-T-QTDE
           MOVE WS-VL-REMETIDO   TO PXR-T-VL-TOTAL

           WRITE REG-PIX-REMESSA-TRAILER.
       2000-GRAVA-TRAILER-FIM.
           EXIT.

       END PROGRAM EXERCICIO_135.
