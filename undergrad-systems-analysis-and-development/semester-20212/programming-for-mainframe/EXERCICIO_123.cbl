      * PRECEDER QUAIS), QUE A SUBROTINA RUN_CONTROLE CONFERE ANTES
      * DE LIBERAR CADA PARTIDA. O RELATORIO DA MANHA LISTA, SOBRE O
      * DIARIO RUN_CONTROLE, OS JOBS PROGRAMADOS QUE NAO RODARAM E
      * AS EXECUCOES FORA DE ORDEM DO DIA. A OPCAO DE REGISTRO DO
      * FECHAMENTO MENSAL CADASTRA DE UMA VEZ OS PASSOS DO JOB
      * FECHAMES (EXERCICIO_040, 088, 127, 141, 142, 151, 089 E 196,
      * FREQUENCIA MENSAL) E
      * A CADEIA DE DEPENDENCIAS ENTRE ELES, PARA O RUN_CONTROLE NAO
      * DEIXAR UM PASSO PARTIR SEM O ANTERIOR CONCLUIDO NO DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-HORA-PREC     PIC 9(006).
       77 WS-TEM-PREC      PIC X(001).

      *> PASSOS DO JOB DE FECHAMENTO DO MES (FECHAMES), NA ORDEM.
       77 WS-IDX-FEC       PIC 9(001).
       01 WS-TAB-FECHAMES.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_040'.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_088'.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_127'.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_141'.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_142'.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_151'.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_089'.
           03 FILLER       PIC X(013) VALUE 'EXERCICIO_196'.
       01 FILLER REDEFINES WS-TAB-FECHAMES.
           03 WS-FEC-PROGRAMA OCCURS 8 TIMES PIC X(013).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_123'.
            DISPLAY "| 2 - CADASTRAR DEPENDENCIA       |"
            DISPLAY "| 3 - LISTAR AGENDA               |"
            DISPLAY "| 4 - RELATORIO DA MANHA          |"
            DISPLAY "| 5 - REGISTRAR FECHAMENTO MENSAL |"
            DISPLAY "| 99 - SAIR                       |"
            DISPLAY '|---------------------------------|'
            DISPLAY " "
               GO TO LIS-001.
            IF W-OPCAO = 4
               GO TO REL-001.
            IF W-OPCAO = 5
               GO TO FEC-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4, 5 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
       REL-CONFERE-FIM.
            EXIT.
      *
      ******************************
      * REGISTRO DO JOB FECHAMES:  *
      * PASSOS MENSAIS E A CADEIA  *
      * DE DEPENDENCIAS            *
      ******************************
      *
       FEC-001.
            SET WS-FS-JOBS TO 0.
            OPEN I-O JOBS_CALEND
            IF WS-FS-JOBS EQUAL 35
               OPEN OUTPUT JOBS_CALEND
               DISPLAY "* ARQUIVO JOBS_CALEND SENDO CRIADO *"
            END-IF

            PERFORM VARYING WS-IDX-FEC FROM 1 BY 1
                UNTIL WS-IDX-FEC > 8
                MOVE WS-FEC-PROGRAMA(WS-IDX-FEC) TO JOB-PROGRAMA
                MOVE 'M' TO JOB-FREQUENCIA
                WRITE REG-JOB-CALEND
                    INVALID KEY
                        REWRITE REG-JOB-CALEND
                END-WRITE
                DISPLAY " JOB " JOB-PROGRAMA " - MENSAL"
            END-PERFORM
            CLOSE JOBS_CALEND.

       FEC-002.
            SET WS-FS-DEP TO 0.
            OPEN I-O DEPENDENCIAS
            IF WS-FS-DEP EQUAL 35
               OPEN OUTPUT DEPENDENCIAS
               DISPLAY "* ARQUIVO DEPENDENCIAS SENDO CRIADO *"
            END-IF

      *> CADA PASSO DEPENDE DO ANTERIOR NA ORDEM DO JOB.
            PERFORM VARYING WS-IDX-FEC FROM 2 BY 1
                UNTIL WS-IDX-FEC > 8
                MOVE WS-FEC-PROGRAMA(WS-IDX-FEC) TO DEP-PROGRAMA
                MOVE WS-FEC-PROGRAMA(WS-IDX-FEC - 1)
                    TO DEP-PRECEDENTE
                WRITE REG-DEPENDENCIA
                    INVALID KEY
                        CONTINUE
                END-WRITE
                DISPLAY " " DEP-PROGRAMA " DEPENDE DE " DEP-PRECEDENTE
            END-PERFORM
            CLOSE DEPENDENCIAS
            DISPLAY "FECHAMENTO MENSAL REGISTRADO - SUBMETA O JOB "
                "FECHAMES COM O MES NO CARTAO fechames_param."
            DISPLAY " "
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
