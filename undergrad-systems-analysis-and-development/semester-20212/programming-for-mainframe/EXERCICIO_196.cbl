      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: TRAVA DO PERIODO CONTABIL EM LOTE, ULTIMO PASSO DO JOB
      * DE FECHAMENTO DO MES (FECHAMES.JCL). O MES VEM DO CARTAO
      * fechames_param. ANTES DE FECHAR, CONFERE NO HISTORICO DO
      * BALANCETE (BALANCETE_HIST, GERADO POR EXERCICIO_089 NO PASSO
      * ANTERIOR) QUE O MES FOI GERADO E QUE DEBITOS = CREDITOS; SO
      * ENTAO GRAVA O MES COMO FECHADO EM PERIODOS_CONTAB, COM O
      * OPERADOR 'FECHAMES', COMO O FECHAMENTO MANUAL DO EXERCICIO_090.
      * A PARTIDA E REGISTRADA NA SUBROTINA RUN_CONTROLE, DEPENDENTE
      * DO BALANCETE (EXERCICIO_123). RETURN-CODE 8 QUANDO O MES JA
      * ESTAVA FECHADO; 16 SEM CARTAO, SEM BALANCETE DO MES OU COM O
      * BALANCETE DESBALANCEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_196.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO_FECHAMES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fechames_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT BALANCETE_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\balancete_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS BAL-CHAVE
           FILE STATUS     IS WS-FS-HIST.

           SELECT PERIODOS_CONTAB ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\periodos_contab.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PER-MES
           FILE STATUS     IS WS-FS-PERIODOS.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_FECHAMES.
       01 REG-CARTAO-FECHAMES.
           03 CARD-MES-FECHAMENTO      PIC 9(006).

       FD BALANCETE_HIST.
       01 REG-BALANCETE.
           03 BAL-CHAVE.
              05 BAL-MES               PIC 9(006).
              05 BAL-CONTA             PIC X(010).
              05 BAL-CENTRO-CUSTO      PIC X(006).
           03 BAL-VL-DEBITOS           PIC S9(013)V9(002).
           03 BAL-VL-CREDITOS          PIC S9(013)V9(002).

       FD PERIODOS_CONTAB.
       01 REG-PERIODO.
           03 PER-MES                  PIC 9(006).
           03 PER-SITUACAO             PIC X(001).
              88 PER-ABERTO            VALUE 'A'.
              88 PER-FECHADO           VALUE 'F'.
           03 PER-OPERADOR             PIC X(008).
           03 PER-DT-FECHAMENTO        PIC 9(008).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-HIST                   PIC 99.
       77 WS-FS-PERIODOS               PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-MES                       PIC 9(006).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-QTD-CONTAS                PIC 9(006) VALUE ZEROS.
       77 WS-VL-TOT-DEB                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-TOT-CRE                PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-EDIT                   PIC ZZZZZZZZZZZZ9.99.

      *> CONTROLE DE EXECUCAO DO LOTE (SUBROTINA RUN_CONTROLE), COM
      *> PROTECAO CONTRA RODADA DUPLICADA E AS DEPENDENCIAS DO JOB.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_196'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ TRAVA DO PERIODO CONTABIL (LOTE) ------'

           MOVE 'I' TO WS-RC-FUNCAO
           MOVE ZEROS TO WS-RC-REGISTROS
           MOVE ZEROS TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           IF WS-RC-RESULTADO EQUAL 'J'
               DISPLAY "*** LOTE JA EXECUTADO NESTA DATA OU "
                   "DEPENDENCIA PENDENTE - GRAVE O PROGRAMA NO "
                   "CARTAO runctl_force PARA RODAR DE NOVO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0010-LE-CARTAO THRU 0010-LE-CARTAO-FIM
           IF RETURN-CODE NOT = 0
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-CONFERE-BALANCETE
               THRU 1000-CONFERE-BALANCETE-FIM
           IF RETURN-CODE NOT = 0
               DISPLAY "*** PERIODO " WS-MES " NAO FOI FECHADO ***"
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-TRAVA-PERIODO THRU 2000-TRAVA-PERIODO-FIM.

       ROT-FIM.
           MOVE WS-QTD-CONTAS TO WS-RC-REGISTROS
           MOVE 'F'           TO WS-RC-FUNCAO
           MOVE RETURN-CODE   TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           MOVE WS-RC-RETCODE TO RETURN-CODE
           STOP RUN.
      *
      **************************************
      * MES A FECHAR DO CARTAO             *
      * fechames_param (OBRIGATORIO)       *
      **************************************
      *
       0010-LE-CARTAO.
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

           IF WS-MES EQUAL ZEROS
               DISPLAY "*** CARTAO fechames_param AUSENTE OU SEM O "
                   "MES (AAAAMM) ***"
               MOVE 16 TO RETURN-CODE
               GO TO 0010-LE-CARTAO-FIM
           END-IF

           DISPLAY "MES A FECHAR: " WS-MES
               "   DATA: " WS-HOJE-AAAAMMDD.
       0010-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * O BALANCETE DO MES PRECISA ESTAR   *
      * GERADO E COM DEBITOS = CREDITOS    *
      **************************************
      *
       1000-CONFERE-BALANCETE.
           SET WS-FS-HIST TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT BALANCETE_HIST
           IF WS-FS-HIST EQUAL 35
               DISPLAY "*** HISTORICO DO BALANCETE NAO EXISTE - "
                   "RODE O EXERCICIO_089 DO MES ***"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CONFERE-BALANCETE-FIM
           END-IF

           MOVE WS-MES     TO BAL-MES
           MOVE LOW-VALUES TO BAL-CONTA
           MOVE LOW-VALUES TO BAL-CENTRO-CUSTO
           START BALANCETE_HIST KEY IS NOT LESS THAN BAL-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ BALANCETE_HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BAL-MES NOT EQUAL WS-MES
                           MOVE 1 TO WS-EOF
                       ELSE
                           ADD 1               TO WS-QTD-CONTAS
                           ADD BAL-VL-DEBITOS  TO WS-VL-TOT-DEB
                           ADD BAL-VL-CREDITOS TO WS-VL-TOT-CRE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALANCETE_HIST

           IF WS-QTD-CONTAS EQUAL ZEROS
               DISPLAY "*** MES " WS-MES " SEM BALANCETE GERADO NO "
                   "HISTORICO ***"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CONFERE-BALANCETE-FIM
           END-IF

           MOVE WS-VL-TOT-DEB TO WS-VL-EDIT
           DISPLAY "BALANCETE DO MES - CONTAS/CENTROS: " WS-QTD-CONTAS
           DISPLAY "TOTAL DE DEBITOS: " WS-VL-EDIT
           MOVE WS-VL-TOT-CRE TO WS-VL-EDIT
           DISPLAY "TOTAL DE CREDITOS: " WS-VL-EDIT

           IF WS-VL-TOT-DEB NOT = WS-VL-TOT-CRE
               DISPLAY "*** BALANCETE DO MES NAO FECHA: DEBITOS "
                   "DIFERENTES DOS CREDITOS ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-CONFERE-BALANCETE-FIM.
           EXIT.
      *
      **************************************
      * GRAVA O MES COMO FECHADO           *
      **************************************
      *
       2000-TRAVA-PERIODO.
           SET WS-FS-PERIODOS TO 0.
           OPEN I-O PERIODOS_CONTAB
           IF WS-FS-PERIODOS EQUAL 35
               OPEN OUTPUT PERIODOS_CONTAB
               CLOSE PERIODOS_CONTAB
               OPEN I-O PERIODOS_CONTAB
           END-IF

           MOVE WS-MES TO PER-MES
           READ PERIODOS_CONTAB
               INVALID KEY
                   MOVE WS-MES           TO PER-MES
                   MOVE 'F'              TO PER-SITUACAO
                   MOVE 'FECHAMES'       TO PER-OPERADOR
                   MOVE WS-HOJE-AAAAMMDD TO PER-DT-FECHAMENTO
                   WRITE REG-PERIODO
                   DISPLAY "MES " WS-MES " FECHADO PELO JOB FECHAMES."
               NOT INVALID KEY
                   IF PER-FECHADO
                       DISPLAY "* MES " WS-MES " JA ESTAVA FECHADO "
                           "DESDE " PER-DT-FECHAMENTO " PELO OPERADOR "
                           PER-OPERADOR " *"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'F'              TO PER-SITUACAO
                       MOVE 'FECHAMES'       TO PER-OPERADOR
                       MOVE WS-HOJE-AAAAMMDD TO PER-DT-FECHAMENTO
                       REWRITE REG-PERIODO
                       DISPLAY "MES " WS-MES " FECHADO PELO JOB "
                           "FECHAMES."
                   END-IF
           END-READ

           CLOSE PERIODOS_CONTAB.
       2000-TRAVA-PERIODO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_196.
