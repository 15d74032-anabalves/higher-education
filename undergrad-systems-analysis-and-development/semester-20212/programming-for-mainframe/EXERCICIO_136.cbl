      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: BAIXA AUTOMATICA DO ARQUIVO DIARIO DE PIX RECEBIDOS:
      * CADA CREDITO E CASADO PELO TXID COM A COBRANCA PIX
      * REGISTRADA (PIX_COBRANCA, EXERCICIO_135) E LANCADO NA
      * DUPLICATA PELAS MESMAS REGRAS DO RETORNO BANCARIO
      * (EXERCICIO_035): TOLERANCIA TOLER-BAIXA, DESCONTO DE
      * ANTECIPACAO DESC-ANTECIP PARA CREDITO ATE O VENCIMENTO,
      * PERIODO CONTABIL FECHADO RECUSADO, DUPLICATA BAIXADA COMO
      * INCOBRAVEL LANCADA COMO RECUPERACAO (RECUPERA_INCOB). A
      * FORMA E A ORIGEM EM FORMAS_BAIXA SAO 'PIX' E A COBRANCA
      * QUITADA FICA LIQUIDADA. CREDITO SEM TXID, COM TXID
      * DESCONHECIDO OU QUE NAO PODE SER LANCADO VAI PARA A LISTA
      * PROPRIA DE EXCECOES DO PIX (PIX_EXCECOES) EM VEZ DE SER
      * CASADO NA MAO. TODO CREDITO LIDO, CASADO OU NAO, ENTRA NO
      * MOVIMENTO BANCARIO (SUBROTINA LANCA_BANCO) NA CONTA DO BANCO
      * QUE RECEBE O PIX (PARAMETRO BANCO-PIX).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_136.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIX_RECEBIDOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_recebidos.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-RECEBIDOS.

           SELECT PIX_COBRANCA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_cobranca.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PIX-NR-DUPLICATA
           ALTERNATE RECORD KEY IS PIX-TXID
           FILE STATUS     IS WS-FS-PIX.

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.

           SELECT DUPL_PAGAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PAGAS
           FILE STATUS     IS WS-FS-DUPL_PAGAS.

           SELECT DUPL_VENCIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_VENCIDAS
           FILE STATUS     IS WS-FS-DUPL_VENCIDAS.

           SELECT DUPL_PARCIAIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PARCIAIS
           FILE STATUS     IS WS-FS-DUPL_PARCIAIS.

           SELECT FORMAS_BAIXA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\formas_baixa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS FBA-NR-DUPLICATA
           FILE STATUS     IS WS-FS-FORMAS.

           SELECT PIX_EXCECOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_excecoes.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT DO ARQUIVO DIARIO DE PIX RECEBIDOS: UM REGISTRO POR
      *> CREDITO, COM O IDENTIFICADOR FIM A FIM DO PIX E O TXID DA
      *> COBRANCA (EM BRANCO QUANDO O CLIENTE PAGOU POR CHAVE, SEM
      *> USAR O QR CODE DO BOLETO).
       FD PIX_RECEBIDOS.
       01 REG-PIX-RECEBIDO.
           03 PXC-E2E-ID               PIC X(032).
           03 PXC-TXID                 PIC X(026).
           03 PXC-DT-CREDITO           PIC 9(008).
           03 PXC-VL-PAGO              PIC S9(013)V9(002).
           03 PXC-NOME-PAGADOR         PIC X(020).

       FD PIX_COBRANCA.
       01 REG-PIX-COBRANCA.
           COPY PIXCOB.

      *> FORMA DE PAGAMENTO DE CADA BAIXA E A ORIGEM DO LANCAMENTO
      *> (LAYOUT DO RETORNO BANCARIO, EXERCICIO_035); AQUI SEMPRE
      *> 'PIX' NAS DUAS.
       FD FORMAS_BAIXA.
       01 REG-FORMA-BAIXA.
           03 FBA-NR-DUPLICATA         PIC 9(007).
           03 FBA-FORMA                PIC X(003).
           03 FBA-DT-BAIXA             PIC 9(008).
           03 FBA-ORIGEM               PIC X(003).

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD DUPL_PAGAS.
       01 REG-DUPL_PAGAS.
           COPY DUPLICATA.

       FD DUPL_VENCIDAS.
       01 REG-DUPL_VENCIDAS.
           COPY DUPLICATA.

       FD DUPL_PARCIAIS.
       01 REG-DUPL_PARCIAIS.
           COPY DUPLICATA.

      *> LISTA DE EXCECOES DO PIX: O CREDITO COMO VEIO DO BANCO, A
      *> DUPLICATA QUANDO O TXID FOI RECONHECIDO E O MOTIVO, PARA O
      *> FINANCEIRO TRATAR UM A UM.
       FD PIX_EXCECOES.
       01 REG-PIX-EXCECAO.
           03 PXE-DT-PROCESSAMENTO     PIC 9(008).
           03 PXE-E2E-ID               PIC X(032).
           03 PXE-TXID                 PIC X(026).
           03 PXE-DT-CREDITO           PIC 9(008).
           03 PXE-VL-PAGO              PIC S9(013)V9(002).
           03 PXE-NOME-PAGADOR         PIC X(020).
           03 PXE-NR-DUPLICATA         PIC 9(007).
           03 PXE-MOTIVO               PIC X(040).

       WORKING-STORAGE SECTION.
       77 WS-FS-RECEBIDOS              PIC 99.
       77 WS-FS-PIX                    PIC 99.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-FS-DUPL_PAGAS             PIC 99.
       77 WS-FS-DUPL_VENCIDAS          PIC 99.
       77 WS-FS-DUPL_PARCIAIS          PIC 99.
       77 WS-FS-FORMAS                 PIC 99.
       77 WS-FS-EXCECOES               PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-NR-DUPLICATA              PIC 9(007).
       77 WS-MOTIVO                    PIC X(040).
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-QUITADAS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PARCIAIS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-EXCECOES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-RECUPERADAS           PIC 9(006) VALUE ZEROS.
       77 WS-VL-PAGO-ACUM              PIC S9(013)V9(002).
       77 WS-VL-LANCADO-TOT            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-EXCECAO-TOT            PIC S9(013)V9(002) VALUE ZEROS.

      *> REGRAS DE LANCAMENTO LIDAS DE PARAMETROS, AS MESMAS DO
      *> RETORNO BANCARIO (EXERCICIO_035).
       77 WS-VL-TOLERANCIA             PIC S9(013)V9(002).
       77 WS-PCT-DESC-ANTEC            PIC S9(003)V9(004).
       77 WS-VL-EXIGIVEL               PIC S9(013)V9(002).
       77 WS-VL-DESCONTO               PIC S9(013)V9(002).
       77 WS-VL-ABATIDO                PIC S9(013)V9(002).
       77 WS-QTD-TOLERADAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESCONTOS             PIC 9(006) VALUE ZEROS.
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK).
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM).
       77 WS-JR-ARQUIVO    PIC X(012).
       77 WS-JR-CHAVE      PIC X(020).
       77 WS-JR-IMAGEM     PIC X(150).
       77 WS-JR-OPERADOR   PIC X(008) VALUE 'PIX'.

      *> RECUPERACAO DE DUPLICATA BAIXADA COMO INCOBRAVEL (SUBROTINA
      *> RECUPERA_INCOB): O PAGAMENTO VIRA RECEITA DE RECUPERACAO.
       77 WS-RI-FUNCAO                 PIC X(001).
       77 WS-RI-NR-DUPLICATA           PIC 9(007).
       77 WS-RI-DATA                   PIC 9(008).
       77 WS-RI-VALOR                  PIC S9(013)V9(002).
       77 WS-RI-FORMA                  PIC X(003) VALUE 'PIX'.
       77 WS-RI-ORIGEM                 PIC X(003) VALUE 'PIX'.
       77 WS-RI-COD-CLIENTE            PIC 9(005).
       77 WS-RI-SALDO                  PIC S9(013)V9(002).
       77 WS-RI-RESULTADO              PIC X(001).

      *> CREDITO DO PIX NO MOVIMENTO BANCARIO DA EMPRESA (SUBROTINA
      *> LANCA_BANCO), NA CONTA DO PARAMETRO BANCO-PIX.
       77 WS-LB-COD-BANCO              PIC 9(003).
       77 WS-LB-DATA                   PIC 9(008).
       77 WS-LB-TIPO                   PIC X(001) VALUE 'C'.
       77 WS-LB-VALOR                  PIC S9(013)V9(002).
       77 WS-LB-ORIGEM                 PIC X(003) VALUE 'PIX'.
       77 WS-LB-DOCUMENTO              PIC X(012).
       77 WS-LB-HISTORICO              PIC X(030).
       77 WS-LB-RESULTADO              PIC X(001).
       77 WS-QTD-CREDITADOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-CONTA             PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ BAIXA AUTOMATICA DOS PIX RECEBIDOS ------'

           SET WS-FS-RECEBIDOS TO 0.
           SET WS-EOF          TO 0.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0050-CARREGA-PARAMETROS
               THRU 0050-CARREGA-PARAMETROS-FIM.
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           OPEN INPUT PIX_RECEBIDOS
           IF WS-FS-RECEBIDOS EQUAL 35
               DISPLAY "* ARQUIVO PIX_RECEBIDOS NAO EXISTE - NADA A "
                   "BAIXAR *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-PIX TO 0.
           OPEN I-O PIX_COBRANCA
           IF WS-FS-PIX EQUAL 35
               DISPLAY "* ARQUIVO PIX_COBRANCA NAO EXISTE - RODE O "
                   "REGISTRO DAS COBRANCAS (EXERCICIO_135) ANTES *"
               CLOSE PIX_RECEBIDOS
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-DUPLICATAS TO 0.
           OPEN I-O DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               DISPLAY "* ARQUIVO DUPLICATAS NAO EXISTE *"
               CLOSE PIX_RECEBIDOS
               CLOSE PIX_COBRANCA
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-DUPL_PAGAS TO 0.
           OPEN I-O DUPL_PAGAS
           IF WS-FS-DUPL_PAGAS EQUAL 35
               OPEN OUTPUT DUPL_PAGAS
           END-IF

           SET WS-FS-DUPL_PARCIAIS TO 0.
           OPEN I-O DUPL_PARCIAIS
           IF WS-FS-DUPL_PARCIAIS EQUAL 35
               OPEN OUTPUT DUPL_PARCIAIS
           END-IF

           SET WS-FS-FORMAS TO 0.
           OPEN I-O FORMAS_BAIXA
           IF WS-FS-FORMAS EQUAL 35
               OPEN OUTPUT FORMAS_BAIXA
               CLOSE FORMAS_BAIXA
               OPEN I-O FORMAS_BAIXA
           END-IF

      *> DUPL_VENCIDAS E ABERTO PARA RETIRAR A COPIA ANTIGA DA
      *> DUPLICATA BAIXADA, COMO NO RETORNO BANCARIO.
           SET WS-FS-DUPL_VENCIDAS TO 0.
           OPEN I-O DUPL_VENCIDAS

           SET WS-FS-EXCECOES TO 0.
           OPEN EXTEND PIX_EXCECOES
           IF WS-FS-EXCECOES EQUAL 35
               OPEN OUTPUT PIX_EXCECOES
           END-IF

           DISPLAY " "
           DISPLAY "------------- EXCECOES DO PIX -------------"

           PERFORM 1000-PROCESSA-PIX
               THRU 1000-PROCESSA-PIX-FIM
               UNTIL WS-EOF = 1.

           CLOSE PIX_RECEBIDOS.
           CLOSE PIX_COBRANCA.
           CLOSE DUPLICATAS.
           CLOSE DUPL_PAGAS.
           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               CLOSE DUPL_VENCIDAS
           END-IF
           CLOSE FORMAS_BAIXA.
           CLOSE DUPL_PARCIAIS.
           CLOSE PIX_EXCECOES.

           DISPLAY " "
           DISPLAY "CREDITOS PIX LIDOS: " WS-QTD-LIDOS
           DISPLAY "DUPLICATAS QUITADAS: " WS-QTD-QUITADAS
           DISPLAY "DUPLICATAS COM PAGAMENTO PARCIAL: " WS-QTD-PARCIAIS
           DISPLAY "INCOBRAVEIS RECUPERADAS: " WS-QTD-RECUPERADAS
           DISPLAY "CREDITOS EM EXCECAO (EM pix_excecoes): "
               WS-QTD-EXCECOES
           DISPLAY "QUITADAS COM DIFERENCA TOLERADA: "
               WS-QTD-TOLERADAS
           DISPLAY "DESCONTOS DE ANTECIPACAO CONCEDIDOS: "
               WS-QTD-DESCONTOS
           DISPLAY "VALOR LANCADO: " WS-VL-LANCADO-TOT
           DISPLAY "VALOR EM EXCECAO: " WS-VL-EXCECAO-TOT
           DISPLAY "CREDITOS LANCADOS NO MOVIMENTO BANCARIO: "
               WS-QTD-CREDITADOS

           PERFORM 3000-CONFERE-TOTAIS THRU 3000-CONFERE-TOTAIS-FIM.

      *> CREDITO QUE NAO ENTROU NO MOVIMENTO BANCARIO NAO DESFAZ A
      *> BAIXA, MAS A TESOURARIA PRECISA LANCAR POR AJUSTE
      *> (EXERCICIO_137).
           IF WS-QTD-SEM-CONTA > ZEROS
               DISPLAY "*** CREDITOS NAO LANCADOS NO MOVIMENTO "
                   "BANCARIO (CONTA BANCO-PIX INEXISTENTE OU "
                   "INATIVA): " WS-QTD-SEM-CONTA " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * CARGA DAS REGRAS DE LANCAMENTO DO  *
      * ARQUIVO DE PARAMETROS, FALHANDO DE *
      * FORMA RUIDOSA SE FALTAR ALGUMA     *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           MOVE 'TOLER-BAIXA' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO TOLER-BAIXA NAO CADASTRADO "
                   "EM PARAMETROS - BAIXA NAO EXECUTADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-VL-TOLERANCIA

           MOVE 'DESC-ANTECIP' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO DESC-ANTECIP NAO CADASTRADO "
                   "EM PARAMETROS - BAIXA NAO EXECUTADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PCT-DESC-ANTEC

           MOVE 'BANCO-PIX' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO BANCO-PIX NAO CADASTRADO "
                   "EM PARAMETROS - BAIXA NAO EXECUTADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0050-CARREGA-PARAMETROS-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-LB-COD-BANCO

           DISPLAY 'TOLERANCIA DE BAIXA (PARAMETROS): '
               WS-VL-TOLERANCIA
           DISPLAY 'DESCONTO DE ANTECIPACAO % (PARAMETROS): '
               WS-PCT-DESC-ANTEC.
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * CASAMENTO DE UM CREDITO PIX COM A  *
      * COBRANCA PELO TXID                 *
      **************************************
      *
       1000-PROCESSA-PIX.
           READ PIX_RECEBIDOS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-NR-DUPLICATA

           PERFORM 1200-CREDITA-BANCO THRU 1200-CREDITA-BANCO-FIM

           IF PXC-TXID EQUAL SPACES
               MOVE 'PIX SEM TXID - PAGO POR CHAVE' TO WS-MOTIVO
               PERFORM 1900-GRAVA-EXCECAO THRU 1900-GRAVA-EXCECAO-FIM
               GO TO 1000-PROCESSA-PIX-FIM
           END-IF

           MOVE PXC-TXID TO PIX-TXID
           READ PIX_COBRANCA KEY IS PIX-TXID
               INVALID KEY
                   MOVE 'TXID NAO REGISTRADO EM PIX_COBRANCA'
                       TO WS-MOTIVO
                   PERFORM 1900-GRAVA-EXCECAO
                       THRU 1900-GRAVA-EXCECAO-FIM
                   GO TO 1000-PROCESSA-PIX-FIM
           END-READ

           MOVE PIX-NR-DUPLICATA TO WS-NR-DUPLICATA

      *> COBRANCA JA LIQUIDADA: O MESMO TXID FOI PAGO DUAS VEZES.
           IF PIX-LIQUIDADA
               MOVE 'COBRANCA PIX JA LIQUIDADA - PAGO EM DOBRO'
                   TO WS-MOTIVO
               PERFORM 1900-GRAVA-EXCECAO THRU 1900-GRAVA-EXCECAO-FIM
               GO TO 1000-PROCESSA-PIX-FIM
           END-IF

           MOVE WS-NR-DUPLICATA TO DUPL-NR-DUPLICATA OF REG-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   PERFORM 1050-LANCA-RECUPERACAO
                       THRU 1050-LANCA-RECUPERACAO-FIM
               NOT INVALID KEY
                   PERFORM 1100-LANCA-PAGAMENTO
                       THRU 1100-LANCA-PAGAMENTO-FIM
           END-READ

           END-READ.
       1000-PROCESSA-PIX-FIM.
           EXIT.
      *
      **************************************
      * PIX DE DUPLICATA BAIXADA COMO      *
      * INCOBRAVEL: LANCADO COMO           *
      * RECUPERACAO; SE NAO FOR INCOBRAVEL *
      * VIRA EXCECAO                       *
      **************************************
      *
       1050-LANCA-RECUPERACAO.
           MOVE 'L'             TO WS-RI-FUNCAO
           MOVE WS-NR-DUPLICATA TO WS-RI-NR-DUPLICATA
           MOVE PXC-DT-CREDITO  TO WS-RI-DATA
           MOVE PXC-VL-PAGO     TO WS-RI-VALOR
           CALL 'RECUPERA_INCOB' USING WS-RI-FUNCAO,
               WS-RI-NR-DUPLICATA, WS-RI-DATA, WS-RI-VALOR,
               WS-RI-FORMA, WS-RI-ORIGEM, WS-JR-OPERADOR,
               WS-RI-COD-CLIENTE, WS-RI-SALDO, WS-RI-RESULTADO

           EVALUATE WS-RI-RESULTADO
               WHEN 'R'
                   DISPLAY " [RECUPERACAO] DUPLICATA "
                       WS-NR-DUPLICATA " BAIXADA COMO INCOBRAVEL - "
                       "PIX " PXC-VL-PAGO " LANCADO COMO RECUPERACAO"
                   ADD 1 TO WS-QTD-RECUPERADAS
                   ADD PXC-VL-PAGO TO WS-VL-LANCADO-TOT
               WHEN 'E'
                   MOVE 'VALOR MAIOR QUE O SALDO INCOBRAVEL'
                       TO WS-MOTIVO
                   PERFORM 1900-GRAVA-EXCECAO
                       THRU 1900-GRAVA-EXCECAO-FIM
               WHEN 'F'
                   MOVE 'RECUPERACAO EM MES CONTABIL FECHADO'
                       TO WS-MOTIVO
                   PERFORM 1900-GRAVA-EXCECAO
                       THRU 1900-GRAVA-EXCECAO-FIM
               WHEN OTHER
                   MOVE 'DUPLICATA DA COBRANCA NAO ESTA EM ABERTO'
                       TO WS-MOTIVO
                   PERFORM 1900-GRAVA-EXCECAO
                       THRU 1900-GRAVA-EXCECAO-FIM
           END-EVALUATE.
       1050-LANCA-RECUPERACAO-FIM.
           EXIT.
      *
      **************************************
      * LANCAMENTO DO PIX NA DUPLICATA     *
      * PELAS REGRAS DO RETORNO BANCARIO   *
      **************************************
      *
       1100-LANCA-PAGAMENTO.
           MOVE PXC-DT-CREDITO TO WS-PC-DATA
           CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
           IF WS-PC-RESULTADO EQUAL 'F'
               MOVE 'CREDITO EM MES CONTABIL JA FECHADO' TO WS-MOTIVO
               PERFORM 1900-GRAVA-EXCECAO THRU 1900-GRAVA-EXCECAO-FIM
               GO TO 1100-LANCA-PAGAMENTO-FIM
           END-IF

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "BXA"
               PERFORM 1050-LANCA-RECUPERACAO
                   THRU 1050-LANCA-RECUPERACAO-FIM
               GO TO 1100-LANCA-PAGAMENTO-FIM
           END-IF

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "SIM"
               MOVE 'DUPLICATA JA ESTAVA PAGA' TO WS-MOTIVO
               PERFORM 1900-GRAVA-EXCECAO THRU 1900-GRAVA-EXCECAO-FIM
               GO TO 1100-LANCA-PAGAMENTO-FIM
           END-IF

           IF DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "CAN" OR
               DUPL-ST-DUPLICATA OF REG-DUPLICATA EQUAL "REN"
               MOVE 'DUPLICATA CANCELADA OU RENEGOCIADA' TO WS-MOTIVO
               PERFORM 1900-GRAVA-EXCECAO THRU 1900-GRAVA-EXCECAO-FIM
               GO TO 1100-LANCA-PAGAMENTO-FIM
           END-IF

           COMPUTE WS-VL-PAGO-ACUM =
               DUPL-VL-PAGO OF REG-DUPLICATA + PXC-VL-PAGO

      *> VALOR EXIGIVEL: A FATURA, MENOS O DESCONTO DE ANTECIPACAO
      *> QUANDO O PIX ENTROU ATE O VENCIMENTO.
           MOVE DUPL-VL-FATURA OF REG-DUPLICATA TO WS-VL-EXIGIVEL
           MOVE ZEROS TO WS-VL-DESCONTO
           IF WS-PCT-DESC-ANTEC > ZEROS AND
               PXC-DT-CREDITO NOT >
                   DUPL-DT-VENCIMENTO OF REG-DUPLICATA
               COMPUTE WS-VL-DESCONTO ROUNDED =
                   DUPL-VL-FATURA OF REG-DUPLICATA *
                   (WS-PCT-DESC-ANTEC / 100)
               SUBTRACT WS-VL-DESCONTO FROM WS-VL-EXIGIVEL
           END-IF

           IF WS-VL-PAGO-ACUM >
               WS-VL-EXIGIVEL + WS-VL-TOLERANCIA
               MOVE 'VALOR MAIOR QUE O SALDO DA DUPLICATA'
                   TO WS-MOTIVO
               PERFORM 1900-GRAVA-EXCECAO THRU 1900-GRAVA-EXCECAO-FIM
               GO TO 1100-LANCA-PAGAMENTO-FIM
           END-IF

           MOVE WS-VL-PAGO-ACUM TO DUPL-VL-PAGO OF REG-DUPLICATA
           MOVE PXC-DT-CREDITO  TO DUPL-DT-BAIXA OF REG-DUPLICATA

           IF WS-VL-PAGO-ACUM NOT <
               WS-VL-EXIGIVEL - WS-VL-TOLERANCIA

               IF WS-VL-DESCONTO > ZEROS
                   DISPLAY " [DESCONTO] DUPLICATA " WS-NR-DUPLICATA
                       " PAGA ATE O VENCIMENTO - DESCONTO DE "
                       WS-VL-DESCONTO " SOBRE A FATURA "
                       DUPL-VL-FATURA OF REG-DUPLICATA
                   ADD 1 TO WS-QTD-DESCONTOS
               END-IF

               IF WS-VL-PAGO-ACUM NOT = WS-VL-EXIGIVEL
                   COMPUTE WS-VL-ABATIDO =
                       WS-VL-EXIGIVEL - WS-VL-PAGO-ACUM
                   DISPLAY " [TOLERANCIA] DUPLICATA "
                       WS-NR-DUPLICATA " QUITADA COM DIFERENCA DE "
                       WS-VL-ABATIDO " ABATIDA (EXIGIVEL "
                       WS-VL-EXIGIVEL " PAGO " WS-VL-PAGO-ACUM ")"
                   ADD 1 TO WS-QTD-TOLERADAS
               END-IF

               IF DUPL-VL-PAGO OF REG-DUPLICATA >
                   DUPL-VL-FATURA OF REG-DUPLICATA
                   MOVE DUPL-VL-FATURA OF REG-DUPLICATA
                       TO DUPL-VL-PAGO OF REG-DUPLICATA
               END-IF

               MOVE "SIM" TO DUPL-ST-DUPLICATA OF REG-DUPLICATA
               MOVE CORRESPONDING REG-DUPLICATA TO REG-DUPL_PAGAS
               WRITE REG-DUPL_PAGAS
                   INVALID KEY
                       REWRITE REG-DUPL_PAGAS
               END-WRITE
               ADD 1 TO WS-QTD-QUITADAS
               MOVE WS-NR-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_PARCIAIS
               DELETE DUPL_PARCIAIS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE

      *> COBRANCA QUITADA: O TXID NAO ACEITA OUTRO PAGAMENTO.
               MOVE 'L'            TO PIX-SITUACAO
               MOVE PXC-DT-CREDITO TO PIX-DT-LIQUIDACAO
               REWRITE REG-PIX-COBRANCA
           ELSE
      *> PARCIAL: A COBRANCA CONTINUA ATIVA COM O VALOR ANTIGO; O
      *> PROXIMO REGISTRO DAS COBRANCAS (EXERCICIO_135) MANDA A
      *> ALTERACAO PARA O SALDO NOVO.
               MOVE "PAR" TO DUPL-ST-DUPLICATA OF REG-DUPLICATA
               MOVE CORRESPONDING REG-DUPLICATA TO REG-DUPL_PARCIAIS
               WRITE REG-DUPL_PARCIAIS
                   INVALID KEY
                       REWRITE REG-DUPL_PARCIAIS
               END-WRITE
               ADD 1 TO WS-QTD-PARCIAIS
           END-IF

           IF WS-FS-DUPL_VENCIDAS NOT EQUAL 35
               MOVE WS-NR-DUPLICATA
                   TO DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
               DELETE DUPL_VENCIDAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

           REWRITE REG-DUPLICATA
           ADD PXC-VL-PAGO TO WS-VL-LANCADO-TOT

      *> A BAIXA VAI PARA O JORNAL DE IMAGENS (ROLL-FORWARD DE
      *> EXERCICIO_122).
           MOVE 'DUPLICATAS'  TO WS-JR-ARQUIVO
           MOVE SPACES        TO WS-JR-CHAVE
           MOVE WS-NR-DUPLICATA TO WS-JR-CHAVE(1:7)
           MOVE SPACES        TO WS-JR-IMAGEM
           MOVE REG-DUPLICATA TO WS-JR-IMAGEM
           CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO, WS-JR-CHAVE,
               WS-JR-IMAGEM, WS-JR-OPERADOR

           MOVE WS-NR-DUPLICATA TO FBA-NR-DUPLICATA
           MOVE 'PIX'           TO FBA-FORMA
           MOVE PXC-DT-CREDITO  TO FBA-DT-BAIXA
           MOVE 'PIX'           TO FBA-ORIGEM
           WRITE REG-FORMA-BAIXA
               INVALID KEY
                   REWRITE REG-FORMA-BAIXA
           END-WRITE.
       1100-LANCA-PAGAMENTO-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DE UM CREDITO NA LISTA DE *
      * EXCECOES DO PIX                    *
      **************************************
      *
       1900-GRAVA-EXCECAO.
           DISPLAY " [" WS-MOTIVO "] PIX " PXC-E2E-ID
               " VALOR " PXC-VL-PAGO " DUPLICATA " WS-NR-DUPLICATA

           MOVE WS-HOJE-AAAAMMDD TO PXE-DT-PROCESSAMENTO
           MOVE PXC-E2E-ID       TO PXE-E2E-ID
           MOVE PXC-TXID         TO PXE-TXID
           MOVE PXC-DT-CREDITO   TO PXE-DT-CREDITO
           MOVE PXC-VL-PAGO      TO PXE-VL-PAGO
           MOVE PXC-NOME-PAGADOR TO PXE-NOME-PAGADOR
           MOVE WS-NR-DUPLICATA  TO PXE-NR-DUPLICATA
           MOVE WS-MOTIVO        TO PXE-MOTIVO
           WRITE REG-PIX-EXCECAO

           ADD 1 TO WS-QTD-EXCECOES
           ADD PXC-VL-PAGO TO WS-VL-EXCECAO-TOT.
       1900-GRAVA-EXCECAO-FIM.
           EXIT.
      *
      **************************************
      * CREDITO DO PIX NA CONTA DO BANCO   *
      * BANCO-PIX (MOVIMENTO BANCARIO)     *
      **************************************
      *
       1200-CREDITA-BANCO.
           MOVE PXC-DT-CREDITO  TO WS-LB-DATA
           MOVE PXC-VL-PAGO     TO WS-LB-VALOR
           MOVE PXC-TXID        TO WS-LB-DOCUMENTO
           MOVE SPACES          TO WS-LB-HISTORICO
           STRING 'PIX ' DELIMITED BY SIZE
               PXC-NOME-PAGADOR DELIMITED BY SIZE
               INTO WS-LB-HISTORICO
           CALL 'LANCA_BANCO' USING WS-LB-COD-BANCO, WS-LB-DATA,
               WS-LB-TIPO, WS-LB-VALOR, WS-LB-ORIGEM,
               WS-LB-DOCUMENTO, WS-LB-HISTORICO, WS-JR-OPERADOR,
               WS-LB-RESULTADO
           IF WS-LB-RESULTADO EQUAL 'L'
               ADD 1 TO WS-QTD-CREDITADOS
           ELSE
               ADD 1 TO WS-QTD-SEM-CONTA
           END-IF.
       1200-CREDITA-BANCO-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE CONFERENCIA DE TOTAIS DE *
      * CONTROLE (LIDOS = LANCADOS +       *
      * RECUPERADAS + EXCECOES)            *
      **************************************
      *
       3000-CONFERE-TOTAIS.
           MOVE 0 TO RETURN-CODE

           IF WS-QTD-LIDOS NOT =
               WS-QTD-QUITADAS + WS-QTD-PARCIAIS + WS-QTD-RECUPERADAS
               + WS-QTD-EXCECOES
               DISPLAY '* DIVERGENCIA: QUANTIDADE LIDA DIFERENTE DA '
                       'QUANTIDADE LANCADA MAIS EXCECOES *'
               MOVE 16 TO RETURN-CODE
           END-IF

      *> EXCECAO NAO E ERRO DE PROCESSAMENTO, MAS PRECISA DE
      *> TRATAMENTO MANUAL: O PASSO TERMINA COM AVISO.
           IF RETURN-CODE = 0 AND WS-QTD-EXCECOES > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           IF RETURN-CODE NOT = 16
               DISPLAY 'TOTAIS DE CONTROLE CONFEREM.'
               DISPLAY 'BALANCEAMENTO DE FIM DE JOB: PASS'
           ELSE
               DISPLAY 'BALANCEAMENTO DE FIM DE JOB: FAIL'
           END-IF.
       3000-CONFERE-TOTAIS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_136.
