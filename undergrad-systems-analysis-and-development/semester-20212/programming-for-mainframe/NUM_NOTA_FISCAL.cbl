      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE NUMERACAO CENTRAL DAS NOTAS FISCAIS
      * ELETRONICAS DE VENDA, GEMEA DE NUM_DUPLICATA: CADA CHAMADA LE
      * O PROXIMO NUMERO DA SERIE
      * 'NFE' NO MESMO ARQUIVO DE CONTROLE CTRL_NUMERACAO,
      * DEVOLVE-O AO CHAMADOR E REGRAVA O CONTROLE COM O NUMERO
      * SEGUINTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM_NOTA_FISCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL_NUMERACAO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\ctrl_numeracao.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS NUM-SERIE
           FILE STATUS     IS WS-FS-NUMERACAO.
       DATA DIVISION.
       FILE SECTION.
       FD CTRL_NUMERACAO.
       01 REG-NUMERACAO.
           03 NUM-SERIE                PIC X(010).
           03 NUM-PROXIMO              PIC 9(007).

       WORKING-STORAGE SECTION.
       77 WS-FS-NUMERACAO              PIC 99.

       LINKAGE SECTION.
       01 LK-NR-NOTA-FISCAL            PIC 9(007).

       PROCEDURE DIVISION USING LK-NR-NOTA-FISCAL.
       MAIN-PROCEDURE.
           SET WS-FS-NUMERACAO TO 0.
           OPEN I-O CTRL_NUMERACAO
           IF WS-FS-NUMERACAO EQUAL 35
               OPEN OUTPUT CTRL_NUMERACAO
               MOVE 'NFE'     TO NUM-SERIE
               MOVE 1         TO NUM-PROXIMO
               WRITE REG-NUMERACAO
               CLOSE CTRL_NUMERACAO
               OPEN I-O CTRL_NUMERACAO
           END-IF

           MOVE 'NFE'     TO NUM-SERIE
           READ CTRL_NUMERACAO
               INVALID KEY
                   MOVE 'NFE'     TO NUM-SERIE
                   MOVE 1         TO NUM-PROXIMO
                   WRITE REG-NUMERACAO
           END-READ

           MOVE NUM-PROXIMO TO LK-NR-NOTA-FISCAL

           ADD 1 TO NUM-PROXIMO
           REWRITE REG-NUMERACAO

           CLOSE CTRL_NUMERACAO

           GOBACK.

       END PROGRAM NUM_NOTA_FISCAL.
