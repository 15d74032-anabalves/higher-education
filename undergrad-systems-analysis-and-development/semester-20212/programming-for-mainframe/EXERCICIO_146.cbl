      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS ARQUIVOS CONTABEIS QUE
      * GANHARAM O CENTRO DE CUSTO, NA MESMA DISCIPLINA DE
      * EXERCICIO_077 - CADA UM E LIDO NO LAYOUT ANTIGO E REGRAVADO
      * NO NOVO EM UM ARQUIVO *_NOVA QUE O OPERADOR RENOMEIA SOBRE O
      * ORIGINAL APOS CONFERIR OS TOTAIS:
      *   PLANO_CONTAS      + PLC-CENTRO-CUSTO (EM BRANCO, A
      *                       PREENCHER NO EXERCICIO_087)
      *   LANCTOS_CONTABEIS + LCT-CENTRO-CUSTO (EM BRANCO) NOS
      *                       LANCAMENTOS; O TRAILER SO CRESCE O
      *                       FILLER E MANTEM QUANTIDADE E TOTAIS
      *   BALANCETE_HIST    + BAL-CENTRO-CUSTO NA CHAVE (EM BRANCO =
      *                       MESES FECHADOS SEM CENTRO DE CUSTO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_146.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\plano_contas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PA-EVENTO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT PLANO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\plano_contas_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PLC-EVENTO
           FILE STATUS IS WS-FS-NOVO.

           SELECT LANCTOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lanctos_contabeis.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT LANCTOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lanctos_contabeis_nova.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT BALANCETE_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\balancete_hist.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BA-CHAVE
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT BALANCETE_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\balancete_hist_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BAL-CHAVE
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUTS ANTIGOS, USADOS APENAS NESTA CONVERSAO.
       FD PLANO_ANT.
       01 REG-PLANO-ANT.
           03 PA-EVENTO                PIC X(012).
           03 PA-CONTA-DEBITO          PIC X(010).
           03 PA-CONTA-CREDITO         PIC X(010).
           03 PA-DESCRICAO             PIC X(030).

       FD PLANO_NOVA.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO               PIC X(012).
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

       FD LANCTOS_ANT.
       01 REG-LANCTO-ANT.
           03 LA-TIPO                  PIC X(001).
           03 LA-DC                    PIC X(001).
           03 LA-CONTA                 PIC X(010).
           03 LA-DATA                  PIC 9(008).
           03 LA-NR-DUPLICATA          PIC 9(007).
           03 LA-COD-CLIENTE           PIC 9(003).
           03 LA-VALOR                 PIC S9(013)V9(002).
       01 REG-LANCTO-TRAILER-ANT.
           03 LA-T-TIPO                PIC X(001).
           03 LA-T-QTDE                PIC 9(006).
           03 LA-T-VL-DEBITOS          PIC S9(013)V9(002).
           03 LA-T-VL-CREDITOS         PIC S9(013)V9(002).
           03 FILLER                   PIC X(008).

       FD LANCTOS_NOVA.
       01 REG-LANCTO.
           03 LCT-TIPO                 PIC X(001).
           03 LCT-DC                   PIC X(001).
           03 LCT-CONTA                PIC X(010).
           03 LCT-DATA                 PIC 9(008).
           03 LCT-NR-DUPLICATA         PIC 9(007).
           03 LCT-COD-CLIENTE          PIC 9(003).
           03 LCT-VALOR                PIC S9(013)V9(002).
           03 LCT-CENTRO-CUSTO         PIC X(006).
       01 REG-LANCTO-TRAILER.
           03 LCT-T-TIPO               PIC X(001).
           03 LCT-T-QTDE               PIC 9(006).
           03 LCT-T-VL-DEBITOS         PIC S9(013)V9(002).
           03 LCT-T-VL-CREDITOS        PIC S9(013)V9(002).
           03 FILLER                   PIC X(014).

       FD BALANCETE_ANT.
       01 REG-BALANCETE-ANT.
           03 BA-CHAVE.
              05 BA-MES                PIC 9(006).
              05 BA-CONTA              PIC X(010).
           03 BA-VL-DEBITOS            PIC S9(013)V9(002).
           03 BA-VL-CREDITOS           PIC S9(013)V9(002).

       FD BALANCETE_NOVA.
       01 REG-BALANCETE.
           03 BAL-CHAVE.
              05 BAL-MES               PIC 9(006).
              05 BAL-CONTA             PIC X(010).
              05 BAL-CENTRO-CUSTO      PIC X(006).
           03 BAL-VL-DEBITOS           PIC S9(013)V9(002).
           03 BAL-VL-CREDITOS          PIC S9(013)V9(002).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-QTD-LIDOS          PIC 9(006).
       77 WS-QTD-GRAVADOS       PIC 9(006).
       77 WS-QTD-TOTAL          PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO PARA CENTRO DE CUSTO ----'
           MOVE 0 TO RETURN-CODE

           PERFORM 1000-CONVERTE-PLANO
               THRU 1000-CONVERTE-PLANO-FIM.
           PERFORM 2000-CONVERTE-LANCTOS
               THRU 2000-CONVERTE-LANCTOS-FIM.
           PERFORM 3000-CONVERTE-BALANCETE
               THRU 3000-CONVERTE-BALANCETE-FIM.

           DISPLAY " "
           DISPLAY "REGISTROS CONVERTIDOS NO TOTAL: " WS-QTD-TOTAL
           DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE CADA ARQUIVO "
               "*_NOVA SOBRE O ORIGINAL *"
           DISPLAY "* INFORME O CENTRO DE CUSTO PADRAO DE CADA "
               "EVENTO NO EXERCICIO_087 *".

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * ROTINA COMUM DE CONFERENCIA DE UM  *
      * ARQUIVO CONVERTIDO                 *
      **************************************
      *
       9100-CONFERE-ARQUIVO.
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-CONFERE-ARQUIVO-FIM.
           EXIT.
      *
       1000-CONVERTE-PLANO.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS

           OPEN INPUT PLANO_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO plano_contas NAO EXISTE - PULADO"
               GO TO 1000-CONVERTE-PLANO-FIM
           END-IF
           OPEN OUTPUT PLANO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PLANO_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       MOVE PA-EVENTO        TO PLC-EVENTO
                       MOVE PA-CONTA-DEBITO  TO PLC-CONTA-DEBITO
                       MOVE PA-CONTA-CREDITO TO PLC-CONTA-CREDITO
                       MOVE PA-DESCRICAO     TO PLC-DESCRICAO
                       MOVE SPACES           TO PLC-CENTRO-CUSTO
                       WRITE REG-PLANO-CONTAS
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE PLANO_ANT
           CLOSE PLANO_NOVA

           DISPLAY " ARQUIVO plano_contas - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1000-CONVERTE-PLANO-FIM.
           EXIT.
      *
       2000-CONVERTE-LANCTOS.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS

           OPEN INPUT LANCTOS_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO lanctos_contabeis NAO EXISTE - "
                   "PULADO"
               GO TO 2000-CONVERTE-LANCTOS-FIM
           END-IF
           OPEN OUTPUT LANCTOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ LANCTOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       IF LA-TIPO EQUAL 'T'
                           MOVE SPACES           TO REG-LANCTO-TRAILER
                           MOVE LA-T-TIPO        TO LCT-T-TIPO
                           MOVE LA-T-QTDE        TO LCT-T-QTDE
                           MOVE LA-T-VL-DEBITOS  TO LCT-T-VL-DEBITOS
                           MOVE LA-T-VL-CREDITOS TO LCT-T-VL-CREDITOS
                           WRITE REG-LANCTO-TRAILER
                       ELSE
                           MOVE LA-TIPO          TO LCT-TIPO
                           MOVE LA-DC            TO LCT-DC
                           MOVE LA-CONTA         TO LCT-CONTA
                           MOVE LA-DATA          TO LCT-DATA
                           MOVE LA-NR-DUPLICATA  TO LCT-NR-DUPLICATA
                           MOVE LA-COD-CLIENTE   TO LCT-COD-CLIENTE
                           MOVE LA-VALOR         TO LCT-VALOR
                           MOVE SPACES           TO LCT-CENTRO-CUSTO
                           WRITE REG-LANCTO
                       END-IF
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE LANCTOS_ANT
           CLOSE LANCTOS_NOVA

           DISPLAY " ARQUIVO lanctos_contabeis - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       2000-CONVERTE-LANCTOS-FIM.
           EXIT.
      *
       3000-CONVERTE-BALANCETE.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS

           OPEN INPUT BALANCETE_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO balancete_hist NAO EXISTE - PULADO"
               GO TO 3000-CONVERTE-BALANCETE-FIM
           END-IF
           OPEN OUTPUT BALANCETE_NOVA

      *> A CHAVE ANTIGA (MES + CONTA) SEGUIDA DE CENTRO EM BRANCO
      *> MANTEM A ORDEM CRESCENTE EXIGIDA NA GRAVACAO SEQUENCIAL.
           PERFORM UNTIL WS-EOF = 1
               READ BALANCETE_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       MOVE BA-MES         TO BAL-MES
                       MOVE BA-CONTA       TO BAL-CONTA
                       MOVE SPACES         TO BAL-CENTRO-CUSTO
                       MOVE BA-VL-DEBITOS  TO BAL-VL-DEBITOS
                       MOVE BA-VL-CREDITOS TO BAL-VL-CREDITOS
                       WRITE REG-BALANCETE
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE BALANCETE_ANT
           CLOSE BALANCETE_NOVA

           DISPLAY " ARQUIVO balancete_hist - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       3000-CONVERTE-BALANCETE-FIM.
           EXIT.

       END PROGRAM EXERCICIO_146.
