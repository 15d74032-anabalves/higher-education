      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DO JOB DE FECHAMENTO DO MES (FECHAMES.JCL),
      * ULTIMO PASSO, QUE RODA MESMO QUANDO UM PASSO ANTERIOR FALHOU.
      * LE NO DIARIO RUN_CONTROLE A EXECUCAO DE HOJE DE CADA PASSO DA
      * CADEIA - EXPORTACAO DO RECEBER (EXERCICIO_040), EXPORTACAO DO
      * PAGAR (EXERCICIO_088), PROVISAO PARA DEVEDORES DUVIDOSOS
      * (EXERCICIO_127), DIARIO DO ESTOQUE (EXERCICIO_141), APURACAO
      * DOS IMPOSTOS (EXERCICIO_142), DEPRECIACAO DA FROTA
      * (EXERCICIO_151), BALANCETE (EXERCICIO_089) E TRAVA DO
      * PERIODO (EXERCICIO_196) - E MOSTRA A SITUACAO DE CADA UM. O
      * RETURN-CODE 8 DO ESTOQUE E DA FROTA E AVISO (MOVIMENTO NAO
      * VALORIZADO, VEICULO SEM CUSTO), QUE NAO PARA O JOB, E SAI COMO
      * OK COM AVISO; A PARTIDA RECUSADA DESSES PASSOS TERMINA COM 16
      * E PARA O JOB. O
      * PRIMEIRO PASSO QUE NAO TERMINOU COM RETURN-CODE 0 E O QUE
      * PAROU O FECHAMENTO: O RELATORIO DIZ QUAL FOI E POR QUE (NAO
      * PARTIU, TERMINOU ANORMALMENTE OU O SIGNIFICADO DO
      * RETURN-CODE NAQUELE PROGRAMA); OS SEGUINTES SAEM COMO PULADOS.
      * O MES DO CABECALHO VEM DO CARTAO fechames_param. RETURN-CODE 8
      * QUANDO O FECHAMENTO NAO FOI CONCLUIDO; 16 SEM O DIARIO
      * RUN_CONTROLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_197.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO_FECHAMES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fechames_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT RUN_CONTROLE_ARQ ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\run_controle.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS RC-CHAVE
           FILE STATUS     IS WS-FS-RC.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_FECHAMES.
       01 REG-CARTAO-FECHAMES.
           03 CARD-MES-FECHAMENTO      PIC 9(006).

       FD RUN_CONTROLE_ARQ.
       01 REG-RUN-CONTROLE.
           03 RC-CHAVE.
              05 RC-PROGRAMA           PIC X(013).
              05 RC-DATA               PIC 9(008).
           03 RC-HORA-INICIO           PIC 9(006).
           03 RC-HORA-FIM              PIC 9(006).
           03 RC-REGISTROS             PIC 9(006).
           03 RC-RETCODE               PIC 9(002).
           03 RC-SITUACAO              PIC X(001).
              88 RC-EXECUTANDO         VALUE 'E'.
              88 RC-CONCLUIDO          VALUE 'C'.

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-RC                     PIC 99.
       77 WS-MES                       PIC 9(006).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-IDX                       PIC 9(001).
       77 WS-PASSO-PAROU               PIC 9(001) VALUE ZEROS.
       77 WS-SITUACAO-PASSO            PIC X(030).
       77 WS-MOTIVO                    PIC X(080).
       77 WS-MOTIVO-PAROU              PIC X(080).

      *> PASSOS DO JOB FECHAMES, NA ORDEM DE EXECUCAO.
       01 WS-TAB-PASSOS.
           03 FILLER                   PIC X(008) VALUE 'EXPREC'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_040'.
           03 FILLER                   PIC X(008) VALUE 'EXPPAG'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_088'.
           03 FILLER                   PIC X(008) VALUE 'EXPPDD'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_127'.
           03 FILLER                   PIC X(008) VALUE 'EXPEST'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_141'.
           03 FILLER                   PIC X(008) VALUE 'EXPIMP'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_142'.
           03 FILLER                   PIC X(008) VALUE 'EXPDEP'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_151'.
           03 FILLER                   PIC X(008) VALUE 'BALANC'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_089'.
           03 FILLER                   PIC X(008) VALUE 'TRAVA'.
           03 FILLER                   PIC X(013) VALUE
               'EXERCICIO_196'.
       01 FILLER REDEFINES WS-TAB-PASSOS.
           03 WS-PASSO OCCURS 8 TIMES.
              05 WS-PASSO-NOME         PIC X(008).
              05 WS-PASSO-PROGRAMA     PIC X(013).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ RELATORIO DO FECHAMENTO DO MES ------'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           MOVE ZEROS TO WS-MES
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_FECHAMES
           IF WS-FS-CARTAO NOT EQUAL 35
               READ CARTAO_FECHAMES
                   AT END
                       MOVE ZEROS TO CARD-MES-FECHAMENTO
               END-READ
               IF CARD-MES-FECHAMENTO NUMERIC
                   MOVE CARD-MES-FECHAMENTO TO WS-MES
               END-IF
               CLOSE CARTAO_FECHAMES
           END-IF
           DISPLAY "MES DE FECHAMENTO: " WS-MES
               "   DATA DA EXECUCAO: " WS-HOJE-AAAAMMDD

           SET WS-FS-RC TO 0.
           OPEN INPUT RUN_CONTROLE_ARQ
           IF WS-FS-RC EQUAL 35
               DISPLAY "*** DIARIO RUN_CONTROLE NAO EXISTE - NENHUM "
                   "PASSO DO FECHAMENTO REGISTROU EXECUCAO ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           DISPLAY " "
           PERFORM 1000-UM-PASSO THRU 1000-UM-PASSO-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 8.

           CLOSE RUN_CONTROLE_ARQ

           DISPLAY " "
           IF WS-PASSO-PAROU EQUAL ZEROS
               DISPLAY "FECHAMENTO DO MES " WS-MES
                   " CONCLUIDO - PERIODO TRAVADO."
           ELSE
               DISPLAY "*** FECHAMENTO DO MES " WS-MES
                   " INTERROMPIDO NO PASSO "
                   WS-PASSO-NOME(WS-PASSO-PAROU) " ("
                   WS-PASSO-PROGRAMA(WS-PASSO-PAROU) ") ***"
               DISPLAY "*** MOTIVO: " WS-MOTIVO-PAROU
               DISPLAY "*** CORRIJA A CAUSA E SUBMETA O FECHAMES DE "
                   "NOVO (CARTAO runctl_force PARA OS PASSOS QUE JA "
                   "CONCLUIRAM HOJE) ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * SITUACAO DE UM PASSO NO DIARIO DE  *
      * HOJE E, NO PRIMEIRO QUE FALHOU, O  *
      * MOTIVO                             *
      **************************************
      *
       1000-UM-PASSO.
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-PASSO-PROGRAMA(WS-IDX) TO RC-PROGRAMA
           MOVE WS-HOJE-AAAAMMDD          TO RC-DATA
           READ RUN_CONTROLE_ARQ
               INVALID KEY
                   MOVE SPACES TO RC-SITUACAO
           END-READ

      *> DEPOIS DO PASSO QUE PAROU, OS OUTROS NEM PARTEM (COND DO JCL).
           IF WS-PASSO-PAROU NOT EQUAL ZEROS
               IF RC-SITUACAO EQUAL SPACES
                   MOVE 'PULADO' TO WS-SITUACAO-PASSO
               ELSE
                   MOVE 'EXECUTADO APOS A FALHA' TO WS-SITUACAO-PASSO
               END-IF
               DISPLAY " PASSO " WS-PASSO-NOME(WS-IDX) " "
                   WS-PASSO-PROGRAMA(WS-IDX) ": " WS-SITUACAO-PASSO
               GO TO 1000-UM-PASSO-FIM
           END-IF

           EVALUATE TRUE
               WHEN RC-SITUACAO EQUAL SPACES
                   MOVE 'NAO EXECUTADO' TO WS-SITUACAO-PASSO
                   STRING 'O PASSO NAO PARTIU HOJE: PARTIDA '
                       'RECUSADA PELO RUN_CONTROLE OU JOB NAO '
                       'SUBMETIDO'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN RC-EXECUTANDO
                   MOVE 'INTERROMPIDO' TO WS-SITUACAO-PASSO
                   STRING 'TERMINOU ANORMALMENTE SEM FECHAR O '
                       'CONTROLE DE EXECUCAO - VER O LOG DO '
                       'PASSO'
                       DELIMITED BY SIZE INTO WS-MOTIVO
      *> ESTOQUE E FROTA: RC 8 E AVISO E O JOB SEGUE (COND DO JCL).
               WHEN (WS-IDX = 4 OR WS-IDX = 6) AND RC-RETCODE = 8
                   MOVE 'OK COM AVISO (VER O LOG)'
                       TO WS-SITUACAO-PASSO
               WHEN RC-RETCODE NOT EQUAL ZEROS
                   MOVE 'FALHOU' TO WS-SITUACAO-PASSO
                   PERFORM 1100-MOTIVO-RETCODE
                       THRU 1100-MOTIVO-RETCODE-FIM
               WHEN OTHER
                   MOVE 'OK' TO WS-SITUACAO-PASSO
           END-EVALUATE

           DISPLAY " PASSO " WS-PASSO-NOME(WS-IDX) " "
               WS-PASSO-PROGRAMA(WS-IDX) ": " WS-SITUACAO-PASSO
           IF RC-SITUACAO NOT EQUAL SPACES
               DISPLAY "   INICIO " RC-HORA-INICIO " FIM " RC-HORA-FIM
                   " REGISTROS " RC-REGISTROS
                   " RETURN-CODE " RC-RETCODE
           END-IF

           IF WS-MOTIVO NOT EQUAL SPACES
               DISPLAY "   MOTIVO: " WS-MOTIVO
               MOVE WS-IDX    TO WS-PASSO-PAROU
               MOVE WS-MOTIVO TO WS-MOTIVO-PAROU
           END-IF.
       1000-UM-PASSO-FIM.
           EXIT.
      *
      *> SIGNIFICADO DO RETURN-CODE EM CADA PROGRAMA DA CADEIA.
       1100-MOTIVO-RETCODE.
           EVALUATE TRUE
               WHEN WS-IDX = 1 AND RC-RETCODE = 16
                   STRING 'DIARIO DO RECEBER COM DEBITOS '
                       'DIFERENTES DOS CREDITOS OU EVENTO SEM '
                       'CONTA'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 2 AND RC-RETCODE = 16
                   STRING 'DIARIO DO PAGAR COM DEBITOS DIFERENTES '
                       'DOS CREDITOS OU EVENTO SEM CONTA NO '
                       'PLANO'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 3 AND RC-RETCODE = 16
                   STRING 'PROVISAO JA NO DIARIO, MES FECHADO, '
                       'PARAMETRO OU SEM CONTA OU DESBALANCEADA'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 4 AND RC-RETCODE = 16
                   STRING 'PARTIDA RECUSADA, ESTOQUE JA NO DIARIO, '
                       'MES FECHADO, SEM CONTA OU DESBALANCEADO'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 5 AND RC-RETCODE = 16
                   STRING 'IMPOSTO JA NO DIARIO OU COM OUTRO SALDO, '
                       'MES FECHADO, PARAMETRO OU SEM CONTA'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 6 AND RC-RETCODE = 16
                   STRING 'PARTIDA RECUSADA, FROTA JA NO DIARIO, MES '
                       'FECHADO, SEM CONTA OU DESBALANCEADA'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 7 AND RC-RETCODE = 16
                   STRING 'BALANCETE NAO FECHA (DEBITOS '
                       'DIFERENTES DOS CREDITOS) OU DIARIO '
                       'CONTABIL AUSENTE'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 8 AND RC-RETCODE = 16
                   STRING 'BALANCETE DO MES NAO GERADO OU '
                       'DESBALANCEADO, OU CARTAO '
                       'fechames_param SEM O MES'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-IDX = 8 AND RC-RETCODE = 8
                   MOVE 'O MES JA ESTAVA FECHADO EM PERIODOS_CONTAB'
                       TO WS-MOTIVO
               WHEN OTHER
                   STRING 'TERMINOU COM RETURN-CODE ' DELIMITED BY SIZE
                       RC-RETCODE DELIMITED BY SIZE
                       ' - VER O LOG DO PASSO' DELIMITED BY SIZE
                       INTO WS-MOTIVO
           END-EVALUATE.
       1100-MOTIVO-RETCODE-FIM.
           EXIT.

       END PROGRAM EXERCICIO_197.
