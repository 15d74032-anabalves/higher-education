      * (EXERCICIO_048) VALIDAM SUAS DATAS CONTRA ESTE CALENDARIO
      * PELA SUBROTINA CAL_CHECK, COM LIBERACAO REGISTRADA DE
      * OPERADOR AUTORIZADO. O LADO ACADEMICO DEIXA DE VIVER DE
      * PRAZOS VERBAIS. O COORDENADOR (OPERADOR COM PERMISSAO DE
      * EXCLUIR NO SIGN-ON) LIBERA AQUI, COM MOTIVO, AS TURMAS QUE O
      * ACOMPANHAMENTO DE NOTAS (EXERCICIO_194) DEIXOU PENDENTES
      * DEPOIS DO PRAZO (NOTAS_PENDENTES), DESBLOQUEANDO A
      * CERTIFICACAO DO EXAME FINAL (EXERCICIO_048).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CAL-PERIODO
           FILE STATUS     IS WS-FS.

           SELECT NOTAS_PENDENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\notas_pendentes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NPD-CHAVE
           FILE STATUS     IS WS-FS-NPD.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO_ACAD.
           03 CAL-EXAME-INI            PIC 9(008).
           03 CAL-EXAME-FIM            PIC 9(008).

       FD NOTAS_PENDENTES.
       01 REG-NOTA-PENDENTE.
           COPY NOTASPEN.

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 WS-FS-NPD        PIC 99.
       77 WS-PERIODO       PIC X(006).
       77 WS-CONFIRMA      PIC X(001).
       77 WS-EOF           PIC 99.
       77 WS-CONTADOR      PIC 9(003).
       77 W-OPCAO          PIC 99.
            DISPLAY "| 1 - MANTER PERIODO           |"
            DISPLAY "| 2 - CONSULTAR PERIODO        |"
            DISPLAY "| 3 - LISTAR PERIODOS          |"
            DISPLAY "| 4 - LIBERAR NOTAS PENDENTES  |"
            DISPLAY "| 99 - SAIR                    |"
            DISPLAY '|------------------------------|'
            DISPLAY " "
               GO TO CON-001.
            IF W-OPCAO = 3
               GO TO LIS-001.
            IF W-OPCAO = 4
               GO TO LIB-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
            CLOSE CALENDARIO_ACAD
            GO TO MENU-001.
      *
      **********************************
      * LIBERACAO DE TURMA COM NOTA    *
      * PENDENTE APOS O PRAZO          *
      **********************************
      *
       LIB-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** SO O COORDENADOR LIBERA PENDENCIA ***"
               GO TO MENU-001.

            SET WS-FS-NPD TO 0.
            OPEN I-O NOTAS_PENDENTES
            IF WS-FS-NPD EQUAL 35
                DISPLAY "* NENHUMA PENDENCIA DE NOTAS REGISTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O PERIODO LETIVO:'
            ACCEPT WS-PERIODO

            SET WS-EOF TO 0
            SET WS-CONTADOR TO 0
            MOVE WS-PERIODO TO NPD-PERIODO
            MOVE LOW-VALUES TO NPD-COD-DISCIPLINA
            MOVE LOW-VALUES TO NPD-SECAO
            START NOTAS_PENDENTES KEY IS NOT LESS THAN NPD-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            DISPLAY '-------- TURMAS PENDENTES --------'
            PERFORM UNTIL WS-EOF = 1
               READ NOTAS_PENDENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NPD-PERIODO NOT EQUAL WS-PERIODO
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF NPD-PENDENTE
                               DISPLAY ' ' NPD-COD-DISCIPLINA
                                   ' SECAO ' NPD-SECAO
                                   ' PROFESSOR ' NPD-PROFESSOR
                                   ' COM NOTA: ' NPD-QTD-COM-NOTA
                                   ' DE ' NPD-QTD-MATRICULADOS
                                   ' APURADO EM ' NPD-DT-APURACAO
                               ADD 1 TO WS-CONTADOR
                           END-IF
                       END-IF
               END-READ
            END-PERFORM
            IF WS-CONTADOR = ZEROS
                DISPLAY "* NENHUMA TURMA PENDENTE NO PERIODO *"
                CLOSE NOTAS_PENDENTES
                GO TO MENU-001.

       LIB-002.
            MOVE WS-PERIODO TO NPD-PERIODO
            DISPLAY 'INFORME A DISCIPLINA A LIBERAR:'
            ACCEPT NPD-COD-DISCIPLINA
            DISPLAY 'INFORME A SECAO:'
            ACCEPT NPD-SECAO
            READ NOTAS_PENDENTES
                INVALID KEY
                    DISPLAY "*** TURMA SEM PENDENCIA NO PERIODO ***"
                    CLOSE NOTAS_PENDENTES
                    GO TO MENU-001
            END-READ
            IF NOT NPD-PENDENTE
                DISPLAY "*** PENDENCIA JA COMPLETADA OU LIBERADA ("
                    NPD-SITUACAO ") ***"
                CLOSE NOTAS_PENDENTES
                GO TO MENU-001.

       LIB-003.
            DISPLAY 'INFORME O MOTIVO DA LIBERACAO:'
            ACCEPT NPD-MOTIVO-LIB
            IF NPD-MOTIVO-LIB = SPACES
               DISPLAY "MOTIVO NAO PODE FICAR EM BRANCO"
               GO TO LIB-003.

            DISPLAY 'CONFIRMA A LIBERACAO (S/N)?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR 's'
                MOVE 'L'              TO NPD-SITUACAO
                MOVE WS-SIGN-OPERADOR TO NPD-OPERADOR-LIB
                MOVE FUNCTION CURRENT-DATE(1:8) TO NPD-DT-LIBERACAO
                REWRITE REG-NOTA-PENDENTE
                DISPLAY "TURMA LIBERADA."
            END-IF
            CLOSE NOTAS_PENDENTES
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
