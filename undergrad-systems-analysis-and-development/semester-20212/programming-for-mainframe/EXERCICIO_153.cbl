      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO CADASTRO DA FROTA PARA O
      * LAYOUT COM OS DADOS DO ATIVO IMOBILIZADO (VEICULO.CPY), NA
      * MESMA DISCIPLINA DE EXERCICIO_077 E EXERCICIO_146: VEICULOS E
      * LIDO NO LAYOUT ANTIGO E REGRAVADO EM veiculos_nova, QUE O
      * OPERADOR RENOMEIA SOBRE O ORIGINAL APOS CONFERIR OS TOTAIS.
      * TODO VEICULO ENTRA EM USO ('A'), SEM CUSTO, SEM DEPRECIACAO E
      * SEM BAIXA; O CUSTO, O RESIDUAL E A VIDA UTIL SAO INFORMADOS
      * DEPOIS NO EXERCICIO_073 (ATE LA A DEPRECIACAO, EXERCICIO_151,
      * AVISA OS VEICULOS SEM CUSTO).
      * O ARQUIVO NOVO SAI NO LAYOUT DESTA ETAPA (145 BYTES), DESCRITO
      * AQUI MESMO E NAO PELO VEICULO.CPY ATUAL: A CATEGORIA DE CNH E
      * ACRESCENTADA PELO EXERCICIO_210, QUE RODA LOGO EM SEGUIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_153.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\veiculos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VA-CODIGO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT VEICULOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\veiculos_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEIC-CODIGO
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD VEICULOS_ANT.
       01 REG-VEICULO-ANT.
           03 VA-CODIGO               PIC X(006).
           03 VA-PLACA                PIC X(008).
           03 VA-MODELO               PIC X(020).
           03 VA-DT-AQUISICAO         PIC 9(008).
           03 VA-INTERVALO-KM         PIC 9(006).
           03 VA-KM-DESDE-REV         PIC 9(008)V9(002).
           03 VA-DT-ULT-REVISAO       PIC 9(008).

      *> LAYOUT NOVO DESTA ETAPA, CONGELADO NO ATIVO IMOBILIZADO.
       FD VEICULOS_NOVA.
       01 REG-VEICULO.
           03 VEIC-CODIGO             PIC X(006).
           03 VEIC-PLACA              PIC X(008).
           03 VEIC-MODELO             PIC X(020).
           03 VEIC-DT-AQUISICAO       PIC 9(008).
           03 VEIC-INTERVALO-KM       PIC 9(006).
           03 VEIC-KM-DESDE-REV       PIC 9(008)V9(002).
           03 VEIC-DT-ULT-REVISAO     PIC 9(008).
           03 VEIC-VL-AQUISICAO       PIC S9(013)V9(002).
           03 VEIC-VL-RESIDUAL        PIC S9(013)V9(002).
           03 VEIC-VIDA-UTIL          PIC 9(003).
           03 VEIC-DEPREC-ACUM        PIC S9(013)V9(002).
           03 VEIC-MES-ULT-DEPREC     PIC 9(006).
           03 VEIC-SITUACAO           PIC X(001).
           03 VEIC-DT-BAIXA           PIC 9(008).
           03 VEIC-VL-VENDA           PIC S9(013)V9(002).
           03 VEIC-BAIXA-LANCADA      PIC X(001).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-QTD-LIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DA FROTA PARA O IMOBILIZADO ----'
           MOVE 0 TO RETURN-CODE

           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT VEICULOS_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO veiculos NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT VEICULOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ VEICULOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE VA-CODIGO         TO VEIC-CODIGO
                       MOVE VA-PLACA          TO VEIC-PLACA
                       MOVE VA-MODELO         TO VEIC-MODELO
                       MOVE VA-DT-AQUISICAO   TO VEIC-DT-AQUISICAO
                       MOVE VA-INTERVALO-KM   TO VEIC-INTERVALO-KM
                       MOVE VA-KM-DESDE-REV   TO VEIC-KM-DESDE-REV
                       MOVE VA-DT-ULT-REVISAO TO VEIC-DT-ULT-REVISAO
                       MOVE ZEROS             TO VEIC-VL-AQUISICAO
                       MOVE ZEROS             TO VEIC-VL-RESIDUAL
                       MOVE ZEROS             TO VEIC-VIDA-UTIL
                       MOVE ZEROS             TO VEIC-DEPREC-ACUM
                       MOVE ZEROS             TO VEIC-MES-ULT-DEPREC
                       MOVE 'A'               TO VEIC-SITUACAO
                       MOVE ZEROS             TO VEIC-DT-BAIXA
                       MOVE ZEROS             TO VEIC-VL-VENDA
                       MOVE 'N'               TO VEIC-BAIXA-LANCADA
                       WRITE REG-VEICULO
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE VEICULOS_ANT
           CLOSE VEICULOS_NOVA

           DISPLAY " ARQUIVO veiculos - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE veiculos_nova "
                   "SOBRE O ORIGINAL *"
               DISPLAY "* INFORME CUSTO, RESIDUAL E VIDA UTIL DE CADA "
                   "VEICULO NO EXERCICIO_073 *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_153.
