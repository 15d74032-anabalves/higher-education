      * CONSULTAS GANHARAM A OPCAO DE CONTINUAR A BUSCA NO
      * HISTORICO, PARA OS ANOS VELHOS QUE O AUDITOR PEDE DE VEZ EM
      * QUANDO.
      * TAMBEM EXPURGA AS COPIAS VELHAS DO SPOOL DE RELATORIOS
      * (SPOOL_REL, GRAVADO POR ARQUIVA_REL): A RETENCAO E POR TIPO
      * DE RELATORIO, NO PARAMETRO RET-REL-NNN (NNN = NUMERO DO
      * PROGRAMA, EX.: RET-REL-017), COM RET-REL-PAD PARA OS DEMAIS;
      * A ENTRADA DO CATALOGO FICA, MARCADA COMO EXPURGADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY      IS RC-CHAVE
           FILE STATUS     IS WS-FS-RC.

      *> SPOOL DE RELATORIOS (ARQUIVA_REL / EXERCICIO_203).
           SELECT CATALOGO_REL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\catalogo_rel.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CAT-CHAVE
           FILE STATUS     IS WS-FS-CAT.

           SELECT SPOOL_REL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\spool_rel.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS SPL-CHAVE
           FILE STATUS     IS WS-FS-SPL.

           SELECT RUNCTL_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\run_controle_hist.txt'
           03 RC-RETCODE               PIC 9(002).
           03 RC-SITUACAO              PIC X(001).

       FD CATALOGO_REL.
       01 REG-CATALOGO-REL.
           COPY RELCAT.

       FD SPOOL_REL.
       01 REG-SPOOL-REL.
           COPY RELSPOOL.

       FD RUNCTL_HIST.
       01 REG-RUNCTL-HIST          PIC X(042).

       77 WS-FS-RC         PIC 99.
       77 WS-FS-RC-H       PIC 99.
       77 WS-FS-TRAB       PIC 99.
       77 WS-FS-CAT        PIC 99.
       77 WS-FS-SPL        PIC 99.
       77 WS-EOF-SPL       PIC 99.
       77 WS-CAT-PROG-ANT  PIC X(013).
       77 WS-RET-ACHOU     PIC X(001).
       77 WS-QTD-LINHAS-EXP PIC 9(009).
       77 WS-EOF           PIC 99.
       77 WS-HOJE-AAAAMMDD PIC 9(008).
       77 WS-DT-CORTE      PIC 9(008).
           PERFORM 2000-RETEM-AUDPRD THRU 2000-RETEM-AUDPRD-FIM.
           PERFORM 3000-RETEM-AUDNOT THRU 3000-RETEM-AUDNOT-FIM.
           PERFORM 4000-RETEM-RUNCTL THRU 4000-RETEM-RUNCTL-FIM.
           PERFORM 5000-RETEM-SPOOL  THRU 5000-RETEM-SPOOL-FIM.

           IF WS-FALHAS > ZEROS
               DISPLAY "*** RETENCAO COM DIVERGENCIA DE TOTAIS ***"
               THRU 0600-CONFERE-TOTAIS-FIM.
       4000-RETEM-RUNCTL-FIM.
           EXIT.
      *
      **************************************
      * SPOOL DE RELATORIOS: APAGA AS      *
      * COPIAS MAIS VELHAS QUE A RETENCAO  *
      * DO PROGRAMA E MARCA A ENTRADA DO   *
      * CATALOGO COMO EXPURGADA            *
      **************************************
      *
       5000-RETEM-SPOOL.
           DISPLAY " "
           DISPLAY "---- SPOOL DE RELATORIOS ----"
           MOVE ZEROS TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-QTD-MANTIDOS
           MOVE ZEROS TO WS-QTD-ARQUIVADOS
           MOVE ZEROS TO WS-QTD-LINHAS-EXP

           SET WS-FS-CAT TO 0.
           SET WS-EOF    TO 0.
           OPEN I-O CATALOGO_REL
           IF WS-FS-CAT EQUAL 35
               DISPLAY "   (ARQUIVO NAO EXISTE)"
               GO TO 5000-RETEM-SPOOL-FIM
           END-IF

           SET WS-FS-SPL TO 0.
           OPEN I-O SPOOL_REL
           IF WS-FS-SPL EQUAL 35
               OPEN OUTPUT SPOOL_REL
               CLOSE SPOOL_REL
               OPEN I-O SPOOL_REL
           END-IF

      *> O CATALOGO VEM NA ORDEM DO PROGRAMA: A RETENCAO E LIDA UMA
      *> VEZ A CADA TROCA DE PROGRAMA.
           MOVE SPACES TO WS-CAT-PROG-ANT
           PERFORM UNTIL WS-EOF = 1
               READ CATALOGO_REL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF CAT-PROGRAMA NOT EQUAL WS-CAT-PROG-ANT
                           PERFORM 5100-RETENCAO-PROGRAMA
                               THRU 5100-RETENCAO-PROGRAMA-FIM
                       END-IF
                       IF CAT-DISPONIVEL AND WS-RET-ACHOU EQUAL 'S'
                          AND CAT-DATA < WS-DT-CORTE
                           PERFORM 5200-EXPURGA-COPIA
                               THRU 5200-EXPURGA-COPIA-FIM
                           ADD 1 TO WS-QTD-ARQUIVADOS
                       ELSE
                           ADD 1 TO WS-QTD-MANTIDOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SPOOL_REL
           CLOSE CATALOGO_REL

           DISPLAY "   (ARQUIVADOS = EMISSOES EXPURGADAS, "
               WS-QTD-LINHAS-EXP " LINHAS APAGADAS DO SPOOL)"
           PERFORM 0600-CONFERE-TOTAIS
               THRU 0600-CONFERE-TOTAIS-FIM.
       5000-RETEM-SPOOL-FIM.
           EXIT.
      *
      *> RETENCAO DO TIPO DE RELATORIO: RET-REL-NNN DO PROGRAMA OU,
      *> NA FALTA, RET-REL-PAD; SEM NENHUM DOS DOIS, AS COPIAS DO
      *> PROGRAMA FICAM.
       5100-RETENCAO-PROGRAMA.
           MOVE CAT-PROGRAMA TO WS-CAT-PROG-ANT
           MOVE SPACES TO WS-PARAM-CODIGO
           STRING 'RET-REL-' DELIMITED BY SIZE
               CAT-PROGRAMA(11:3) DELIMITED BY SIZE
               INTO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               MOVE 'RET-REL-PAD' TO WS-PARAM-CODIGO
               CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                   WS-PARAM-VALOR, WS-PARAM-ACHOU
           END-IF
           MOVE WS-PARAM-ACHOU TO WS-RET-ACHOU
           IF WS-RET-ACHOU EQUAL 'S'
               PERFORM 0500-CALCULA-CORTE THRU 0500-CALCULA-CORTE-FIM
           ELSE
               DISPLAY "   (SEM RETENCAO PARA " CAT-PROGRAMA
                   " - COPIAS MANTIDAS)"
           END-IF.
       5100-RETENCAO-PROGRAMA-FIM.
           EXIT.
      *
       5200-EXPURGA-COPIA.
           SET WS-EOF-SPL TO 0.
           MOVE CAT-PROGRAMA TO SPL-PROGRAMA
           MOVE CAT-DATA     TO SPL-DATA
           MOVE CAT-HORA     TO SPL-HORA
           MOVE ZEROS        TO SPL-SEQ
           START SPOOL_REL KEY IS NOT LESS THAN SPL-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-SPL
           END-START
           PERFORM UNTIL WS-EOF-SPL = 1
               READ SPOOL_REL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SPL
                   NOT AT END
                       IF SPL-PROGRAMA NOT EQUAL CAT-PROGRAMA OR
                          SPL-DATA     NOT EQUAL CAT-DATA     OR
                          SPL-HORA     NOT EQUAL CAT-HORA
                           MOVE 1 TO WS-EOF-SPL
                       ELSE
                           DELETE SPOOL_REL RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WS-QTD-LINHAS-EXP
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'E'              TO CAT-SITUACAO
           MOVE WS-HOJE-AAAAMMDD TO CAT-DT-EXPURGO
           REWRITE REG-CATALOGO-REL
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       5200-EXPURGA-COPIA-FIM.
           EXIT.

       END PROGRAM EXERCICIO_121.
