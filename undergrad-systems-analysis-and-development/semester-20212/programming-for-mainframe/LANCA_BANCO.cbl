      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE LANCAMENTO NO MOVIMENTO BANCARIO DA
      * EMPRESA, NO MESMO ESQUEMA DE CHAMADA DE RECUPERA_INCOB:
      * CONFERE SE O BANCO TEM CONTA CADASTRADA E ATIVA EM
      * CONTAS_BANCO, ATUALIZA O SALDO ATUAL E A DATA DO ULTIMO
      * MOVIMENTO E ACRESCENTA O LANCAMENTO EM MOVTO_BANCO COM O
      * SALDO APOS. CHAMADA PELO RETORNO BANCARIO (EXERCICIO_035),
      * PELO RECEBIMENTO PIX (EXERCICIO_136), PELA CONFIRMACAO DO
      * BORDERO (EXERCICIO_091), PELO FECHAMENTO DO CAIXA DE BALCAO
      * (EXERCICIO_084), PELOS LANCAMENTOS MANUAIS DE TARIFA,
      * TRANSFERENCIA E AJUSTE (EXERCICIO_137) E PELO REEMBOLSO DE
      * CREDITO DE CLIENTE (EXERCICIO_126). TIPO 'C' CREDITO OU
      * 'D' DEBITO. RESULTADO: 'L' LANCADO, 'N' BANCO SEM CONTA OU
      * CONTA INATIVA, 'E' TIPO OU VALOR INVALIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCA_BANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contas_banco.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CBC-COD-BANCO
           FILE STATUS     IS WS-FS-CONTAS.

           SELECT MOVTO_BANCO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\movto_banco.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-MOVTO.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS_BANCO.
       01 REG-CONTA-BANCO.
           COPY CONTABCO.

       FD MOVTO_BANCO.
       01 REG-MOVTO-BANCO.
           COPY MOVBCO.

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTAS                 PIC 99.
       77 WS-FS-MOVTO                  PIC 99.

       LINKAGE SECTION.
       01 LK-COD-BANCO                 PIC 9(003).
       01 LK-DATA                      PIC 9(008).
       01 LK-TIPO                      PIC X(001).
       01 LK-VALOR                     PIC S9(013)V9(002).
       01 LK-ORIGEM                    PIC X(003).
       01 LK-DOCUMENTO                 PIC X(012).
       01 LK-HISTORICO                 PIC X(030).
       01 LK-OPERADOR                  PIC X(008).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-COD-BANCO, LK-DATA, LK-TIPO,
           LK-VALOR, LK-ORIGEM, LK-DOCUMENTO, LK-HISTORICO,
           LK-OPERADOR, LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'E' TO LK-RESULTADO
           IF LK-TIPO NOT EQUAL 'C' AND 'D'
               GOBACK
           END-IF
           IF LK-VALOR NOT > ZEROS
               GOBACK
           END-IF

           MOVE 'N' TO LK-RESULTADO
           SET WS-FS-CONTAS TO 0.
           OPEN I-O CONTAS_BANCO
           IF WS-FS-CONTAS EQUAL 35
               GOBACK
           END-IF

           MOVE LK-COD-BANCO TO CBC-COD-BANCO
           READ CONTAS_BANCO
               INVALID KEY
                   GO TO ROT-FIM
           END-READ
           IF NOT CBC-CONTA-ATIVA
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-LANCA-MOVIMENTO THRU 1000-LANCA-MOVIMENTO-FIM.

       ROT-FIM.
           CLOSE CONTAS_BANCO
           GOBACK.
      *
      **************************************
      * ATUALIZA O SALDO DA CONTA E        *
      * ACRESCENTA O LANCAMENTO AO         *
      * MOVIMENTO BANCARIO                 *
      **************************************
      *
       1000-LANCA-MOVIMENTO.
           IF LK-TIPO EQUAL 'C'
               ADD LK-VALOR TO CBC-VL-SALDO-ATUAL
           ELSE
               SUBTRACT LK-VALOR FROM CBC-VL-SALDO-ATUAL
           END-IF
           IF LK-DATA > CBC-DT-ULT-MOVTO
               MOVE LK-DATA TO CBC-DT-ULT-MOVTO
           END-IF
           REWRITE REG-CONTA-BANCO

           SET WS-FS-MOVTO TO 0.
           OPEN EXTEND MOVTO_BANCO
           IF WS-FS-MOVTO EQUAL 35
               OPEN OUTPUT MOVTO_BANCO
           END-IF
           MOVE LK-COD-BANCO  TO MBC-COD-BANCO
           MOVE LK-DATA       TO MBC-DT-MOVTO
           MOVE LK-TIPO       TO MBC-TIPO
           MOVE LK-VALOR      TO MBC-VL-MOVTO
           MOVE LK-ORIGEM     TO MBC-ORIGEM
           MOVE LK-DOCUMENTO  TO MBC-DOCUMENTO
           MOVE LK-HISTORICO  TO MBC-HISTORICO
           MOVE LK-OPERADOR   TO MBC-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO MBC-DATA-HORA
           MOVE CBC-VL-SALDO-ATUAL TO MBC-VL-SALDO-APOS
           WRITE REG-MOVTO-BANCO
           CLOSE MOVTO_BANCO

           MOVE 'L' TO LK-RESULTADO.
       1000-LANCA-MOVIMENTO-FIM.
           EXIT.

       END PROGRAM LANCA_BANCO.
