      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DO DESCONTO DE BOLSA EM VIGOR NUM PERIODO
      * LETIVO, NO MESMO ESQUEMA DE CHAMADA DE PRECO_MENSALIDADE. O
      * PERC-DESCONTO DE ALUNOS E SEMPRE O DESCONTO ATUAL; QUANDO A
      * RENOVACAO DE BOLSAS (EXERCICIO_192) JA GRAVOU NO HISTORICO
      * BOLSA_HIST (BOLSAHIS.CPY) UMA DECISAO QUE SO VALE DEPOIS DO
      * PERIODO PERGUNTADO, O DESCONTO DAQUELE PERIODO E O ANTERIOR
      * A PRIMEIRA DESSAS DECISOES. DEVOLVE O PERCENTUAL EM VIGOR E A
      * ORIGEM: 'A' O ATUAL DE ALUNOS, 'H' O DO HISTORICO. USADA PELO
      * FATURAMENTO (EXERCICIO_031) E PELA CONCILIACAO DE BOLSAS
      * (EXERCICIO_053), PARA REFATURAR OU CONCILIAR UM PERIODO JA
      * AVALIADO SEM APLICAR O DESCONTO DO PERIODO SEGUINTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCONTO_VIGENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSA_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bolsa_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS BHS-CHAVE
           FILE STATUS     IS WS-FS-BHS.
       DATA DIVISION.
       FILE SECTION.
       FD BOLSA_HIST.
       01 REG-BOLSA-HIST.
           COPY BOLSAHIS.

       WORKING-STORAGE SECTION.
       77 WS-FS-BHS                    PIC 99.

       LINKAGE SECTION.
       01 LK-RGM                       PIC 9(005).
       01 LK-PERIODO                   PIC X(006).
       01 LK-PERC-ATUAL                PIC 9(003).
       01 LK-PERC-VIGENTE              PIC 9(003).
       01 LK-ORIGEM                    PIC X(001).

       PROCEDURE DIVISION USING LK-RGM, LK-PERIODO, LK-PERC-ATUAL,
           LK-PERC-VIGENTE, LK-ORIGEM.
       MAIN-PROCEDURE.
           MOVE LK-PERC-ATUAL TO LK-PERC-VIGENTE
           MOVE 'A'           TO LK-ORIGEM

           SET WS-FS-BHS TO 0.
           OPEN INPUT BOLSA_HIST
           IF WS-FS-BHS EQUAL 35
               GOBACK
           END-IF

      *> PRIMEIRA DECISAO DO ALUNO COM VIGENCIA POSTERIOR AO PERIODO:
      *> O PERCENTUAL ANTERIOR DELA E O QUE VALIA NO PERIODO.
           MOVE LK-RGM     TO BHS-RGM
           MOVE LK-PERIODO TO BHS-PERIODO-VIGENCIA
           START BOLSA_HIST KEY IS GREATER THAN BHS-CHAVE
               INVALID KEY
                   CLOSE BOLSA_HIST
                   GOBACK
           END-START

           READ BOLSA_HIST NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF BHS-RGM EQUAL LK-RGM
                       MOVE BHS-PERC-ANTERIOR TO LK-PERC-VIGENTE
                       MOVE 'H'               TO LK-ORIGEM
                   END-IF
           END-READ

           CLOSE BOLSA_HIST

           GOBACK.

       END PROGRAM DESCONTO_VIGENTE.
