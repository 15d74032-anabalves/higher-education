      * NL-PROFESSOR NAO E O PROFESSOR ATRIBUIDO A TURMA. O
      * RELATORIO DE CARGA IMPRIME AS TURMAS, HORARIOS E O TOTAL DE
      * HORAS-AULA (CARGA-HORARIA DE DISCIPLINAS) DE CADA PROFESSOR,
      * QUE A COORDENACAO MONTAVA A MAO TODO PERIODO. A ATRIBUICAO
      * RECUSA O PROFESSOR QUE JA TEM OUTRA TURMA DO PERIODO NO MESMO
      * HORARIO.
      * A REMUNERACAO DO PROFESSOR ENTRA NO CADASTRO: REGIME (HORISTA,
      * CONTRATADO OU EFETIVO), VALOR DA HORA-AULA PROPOSTO PELA
      * TITULACAO (PARAMETROS VH-GRADUADO, VH-ESPECIAL, VH-MESTRE E
      * VH-DOUTOR) E O FORNECEDOR EM NOME DO PROFESSOR PARA O TITULO
      * A PAGAR. A COORDENACAO REGISTRA AS FALTAS DO PROFESSOR NAS
      * TURMAS ATRIBUIDAS (FALTAS_PROF) E PODE ABONA-LAS ATE ENTRAREM
      * NO PAGAMENTO MENSAL DE PROFESSORES (EXERCICIO_211), QUE
      * DESCONTA AS HORAS NAO ABONADAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS RANDOM
           RECORD KEY IS COD-DISCIPLINA
           FILE STATUS IS WS-FS-DISC.

           SELECT FALTAS_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\faltas_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FLT-CHAVE
           FILE STATUS IS WS-FS-FALTAS.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.

           SELECT CALENDARIO_ACAD ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\calendario_acad.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CAL-PERIODO
           FILE STATUS     IS WS-FS-CAL.
       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES.
       01 REG-PROFESSOR.
           COPY PROFESSOR.

      *> ATRIBUICAO DE CADA SECAO DE TURMA A UM PROFESSOR DO
      *> PERIODO; E O QUE O FECHAMENTO DE NOTAS (EXERCICIO_008)
           03 NOME-DISCIPLINA         PIC X(30).
           03 CARGA-HORARIA           PIC 9(03).

       FD FALTAS_PROF.
       01 REG-FALTA-PROF.
           COPY FALTAPRF.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD CALENDARIO_ACAD.
       01 REG-CALENDARIO.
           03 CAL-PERIODO              PIC X(006).
           03 CAL-MAT-INI              PIC 9(008).
           03 CAL-MAT-FIM              PIC 9(008).
           03 CAL-AULAS-INI            PIC 9(008).
           03 CAL-AULAS-FIM            PIC 9(008).
           03 CAL-NOTAS-FIM            PIC 9(008).
           03 CAL-EXAME-INI            PIC 9(008).
           03 CAL-EXAME-FIM            PIC 9(008).

       WORKING-STORAGE SECTION.
       77 WS-FS-PROF       PIC 99.
       77 WS-FS-TPF        PIC 99.
       77 WS-PROF-BUSCA    PIC X(008).
       77 WS-PERIODO       PIC X(006).
       77 WS-TOTAL-HORAS   PIC 9(005).
       77 WS-EOF-VAL       PIC 99.
       77 WS-HORARIO-TURMA PIC X(010).
       77 WS-FS-FALTAS     PIC 99.
       77 WS-FS-FORN       PIC 99.
       77 WS-FS-CAL        PIC 99.
       77 WS-DATA-HOJE     PIC 9(008).
       77 WS-HORAS-PEND    PIC 9(005)V99.
       77 WS-HORAS-EDIT    PIC ZZZZ9.99.

      *> VALOR DA HORA-AULA: O PROPOSTO PELA TITULACAO E O DIGITADO.
       77 WS-VL-HORA-PROPOSTO PIC 9(005)V99.
       77 WS-VL-HORA-DIGITADO PIC 9(005)V99.
       77 WS-VL-HORA-EDIT     PIC ZZZZ9.99.
       77 WS-PARAM-CODIGO     PIC X(012).
       77 WS-PARAM-VALOR      PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU      PIC X(001).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA), USADA NA
      *> VALIDACAO DA DATA DA FALTA.
       77 WS-CD-FUNCAO      PIC X(001).
       77 WS-CD-DATA-1      PIC 9(008).
       77 WS-CD-DATA-2      PIC 9(008).
       77 WS-CD-DIAS        PIC S9(006).
       77 WS-CD-RESULTADO   PIC 9(008).
       77 WS-CD-VALIDA      PIC X(001).

      *> ATRIBUICAO EM DIGITACAO, GUARDADA DURANTE A PROCURA DE
      *> CHOQUE DE HORARIO DO PROFESSOR.
       01 WS-TPF-NOVA.
           03 WS-TPF-NOVA-CHAVE.
              05 WS-TPF-NOVA-DISC     PIC X(06).
              05 WS-TPF-NOVA-PERIODO  PIC X(06).
              05 WS-TPF-NOVA-SECAO    PIC X(03).
           03 WS-TPF-NOVA-PROF        PIC X(08).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
            DISPLAY "| 2 - ATRIBUIR TURMA           |"
            DISPLAY "| 3 - RELATORIO DE CARGA       |"
            DISPLAY "| 4 - LISTAR PROFESSORES       |"
            DISPLAY "| 5 - REGISTRAR FALTA          |"
            DISPLAY "| 6 - ABONAR FALTA             |"
            DISPLAY "| 7 - FALTAS DO PROFESSOR      |"
            DISPLAY "| 99 - SAIR                    |"
            DISPLAY '|------------------------------|'
            DISPLAY " "
               GO TO CAR-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 5
               GO TO FAL-001.
            IF W-OPCAO = 6
               GO TO FAB-001.
            IF W-OPCAO = 7
               GO TO FLS-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4, 5, 6, 7 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *

       INC-004.
            DISPLAY 'INFORME A TITULACAO:'
            ACCEPT PROF-TITULACAO.

       INC-005.
            DISPLAY 'INFORME O REGIME (H-HORISTA, C-CONTRATADO, '
                'E-EFETIVO):'
            ACCEPT PROF-REGIME
            IF NOT PROF-REGIME-VALIDO
               DISPLAY "REGIME DEVE SER H, C OU E"
               GO TO INC-005.

      *> O EFETIVO E PAGO PELA FOLHA; NAO TEM HORA-AULA NEM TITULO.
            IF PROF-EFETIVO
               MOVE ZEROS TO PROF-VL-HORA
               MOVE ZEROS TO PROF-COD-FORNECEDOR
               GO TO INC-008.

       INC-006.
      *> O VALOR DA HORA-AULA E PROPOSTO PELA TITULACAO; ZERO ACEITA
      *> O PROPOSTO.
            PERFORM INC-VALOR-TITULACAO THRU INC-VALOR-TITULACAO-FIM
            IF WS-VL-HORA-PROPOSTO > ZEROS
               MOVE WS-VL-HORA-PROPOSTO TO WS-VL-HORA-EDIT
               DISPLAY 'VALOR DA HORA-AULA PELA TITULACAO: '
                   WS-VL-HORA-EDIT
               DISPLAY 'INFORME O VALOR DA HORA-AULA '
                   '(0 = ACEITA O PROPOSTO):'
            ELSE
               DISPLAY 'TITULACAO SEM VALOR DE HORA-AULA EM PARAMETROS'
               DISPLAY 'INFORME O VALOR DA HORA-AULA:'
            END-IF
            ACCEPT WS-VL-HORA-DIGITADO
            IF WS-VL-HORA-DIGITADO = ZEROS
               MOVE WS-VL-HORA-PROPOSTO TO PROF-VL-HORA
            ELSE
               MOVE WS-VL-HORA-DIGITADO TO PROF-VL-HORA
            END-IF
            IF PROF-VL-HORA = ZEROS
               DISPLAY "VALOR DA HORA-AULA NAO PODE SER ZERO"
               GO TO INC-006.

       INC-007.
      *> O PAGAMENTO SAI COMO TITULO A PAGAR AO FORNECEDOR EM NOME DO
      *> PROFESSOR (DADOS BANCARIOS E RETENCOES DO CADASTRO).
            DISPLAY 'INFORME O CODIGO DE FORNECEDOR DO PROFESSOR:'
            ACCEPT PROF-COD-FORNECEDOR
            SET WS-FS-FORN TO 0.
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL 35
               DISPLAY "* ARQUIVO FORNECEDORES NAO EXISTE *"
               DISPLAY "* PROFESSOR NAO GRAVADO *"
               CLOSE PROFESSORES
               GO TO MENU-001.
            MOVE PROF-COD-FORNECEDOR TO FORN-COD-FORNECEDOR
            READ FORNECEDORES
                INVALID KEY
                    DISPLAY "FORNECEDOR NAO CADASTRADO EM FORNECEDORES"
                    CLOSE FORNECEDORES
                    GO TO INC-007
            END-READ
            DISPLAY ' ' FORN-NOME-FORNECEDOR
            CLOSE FORNECEDORES.

       INC-008.
            WRITE REG-PROFESSOR
                INVALID KEY
                    REWRITE REG-PROFESSOR
            CLOSE PROFESSORES
            DISPLAY "PROFESSOR GRAVADO."
            GO TO MENU-001.

      *> VALOR DA HORA-AULA DA TITULACAO, NA MESMA LEITURA DA
      *> TITULACAO FEITA PELO CENSO (EXERCICIO_191).
       INC-VALOR-TITULACAO.
            MOVE ZEROS TO WS-VL-HORA-PROPOSTO
            EVALUATE TRUE
               WHEN PROF-TITULACAO(1:3) EQUAL 'DOU' OR 'POS' OR 'PHD'
                   MOVE 'VH-DOUTOR' TO WS-PARAM-CODIGO
               WHEN PROF-TITULACAO(1:3) EQUAL 'MES'
                   MOVE 'VH-MESTRE' TO WS-PARAM-CODIGO
               WHEN PROF-TITULACAO(1:3) EQUAL 'ESP'
                   MOVE 'VH-ESPECIAL' TO WS-PARAM-CODIGO
               WHEN PROF-TITULACAO(1:3) EQUAL 'GRA' OR 'BAC' OR 'LIC'
                   OR 'TEC'
                   MOVE 'VH-GRADUADO' TO WS-PARAM-CODIGO
               WHEN OTHER
                   GO TO INC-VALOR-TITULACAO-FIM
            END-EVALUATE
            CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                WS-PARAM-VALOR, WS-PARAM-ACHOU
            IF WS-PARAM-ACHOU EQUAL 'S'
               MOVE WS-PARAM-VALOR TO WS-VL-HORA-PROPOSTO
            END-IF.
       INC-VALOR-TITULACAO-FIM.
            EXIT.
      *
      **************************
      * ATRIBUICAO DE TURMA    *
                    CLOSE TURMA_PROF
                    GO TO MENU-001
            END-READ
            MOVE TURMA-HORARIO TO WS-HORARIO-TURMA
            CLOSE TURMAS.

       ATR-004.
            END-READ
            CLOSE PROFESSORES

      *> O PROFESSOR NAO PODE TER OUTRA TURMA DO PERIODO NO MESMO
      *> HORARIO; RECUSADO, PEDE OUTRO PROFESSOR.
            IF WS-HORARIO-TURMA NOT EQUAL SPACES
               PERFORM ATR-CHOQUE THRU ATR-CHOQUE-FIM
               IF WS-EOF-VAL = 2
                  GO TO ATR-004
               END-IF
            END-IF

            WRITE REG-TURMA-PROF
                INVALID KEY
                    REWRITE REG-TURMA-PROF
            CLOSE TURMA_PROF
            DISPLAY "TURMA ATRIBUIDA AO PROFESSOR " TPF-PROFESSOR
            GO TO MENU-001.

       ATR-CHOQUE.
            MOVE REG-TURMA-PROF TO WS-TPF-NOVA
            SET WS-FS-TURMAS TO 0.
            OPEN INPUT TURMAS

            SET WS-EOF-VAL TO 0
            MOVE LOW-VALUES TO TPF-CHAVE
            START TURMA_PROF KEY IS NOT LESS THAN TPF-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-VAL
            END-START
            PERFORM UNTIL WS-EOF-VAL NOT = 0
               READ TURMA_PROF NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-VAL
                   NOT AT END
                       IF TPF-PROFESSOR EQUAL WS-TPF-NOVA-PROF AND
                          TPF-PERIODO EQUAL WS-TPF-NOVA-PERIODO AND
                          TPF-CHAVE NOT EQUAL WS-TPF-NOVA-CHAVE
                           PERFORM ATR-HORARIO THRU ATR-HORARIO-FIM
                       END-IF
               END-READ
            END-PERFORM

            IF WS-EOF-VAL = 2
               DISPLAY "*** PROFESSOR JA DA AULA EM " WS-HORARIO-TURMA
                   " NA TURMA " TPF-COD-DISCIPLINA "/" TPF-SECAO
                   " ***"
            END-IF
            IF WS-FS-TURMAS NOT EQUAL 35
               CLOSE TURMAS
            END-IF
            MOVE WS-TPF-NOVA TO REG-TURMA-PROF.
       ATR-CHOQUE-FIM.
            EXIT.

       ATR-HORARIO.
            IF WS-FS-TURMAS EQUAL 35
               GO TO ATR-HORARIO-FIM
            END-IF
            MOVE TPF-COD-DISCIPLINA TO TURMA-COD-DISCIPLINA
            MOVE TPF-PERIODO        TO TURMA-PERIODO
            MOVE TPF-SECAO          TO TURMA-SECAO
            READ TURMAS
                INVALID KEY
                    GO TO ATR-HORARIO-FIM
            END-READ
            IF TURMA-HORARIO EQUAL WS-HORARIO-TURMA
               MOVE 2 TO WS-EOF-VAL
            END-IF.
       ATR-HORARIO-FIM.
            EXIT.
      *
      ******************************
      * RELATORIO DE CARGA DE UM   *
            PERFORM UNTIL WS-EOF = 1
               READ PROFESSORES NEXT RECORD
                   AT END MOVE 1 TO WS-EOF NOT AT END
                       MOVE PROF-VL-HORA TO WS-VL-HORA-EDIT
                       DISPLAY ' MATRICULA: ' PROF-MATRICULA
                               ' NOME: ' PROF-NOME
                               ' TITULACAO: ' PROF-TITULACAO
                               ' REGIME: ' PROF-REGIME
                               ' HORA-AULA: ' WS-VL-HORA-EDIT
                               ' FORN: ' PROF-COD-FORNECEDOR
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            CLOSE PROFESSORES
            GO TO MENU-001.
      *
      ******************************
      * REGISTRO DE FALTA DO       *
      * PROFESSOR EM TURMA         *
      * ATRIBUIDA                  *
      ******************************
      *
       FAL-001.
            SET WS-FS-FALTAS TO 0.
            OPEN I-O FALTAS_PROF
            IF WS-FS-FALTAS EQUAL 35
               OPEN OUTPUT FALTAS_PROF
               CLOSE FALTAS_PROF
               OPEN I-O FALTAS_PROF
            END-IF.

       FAL-002.
            DISPLAY 'INFORME A MATRICULA DO PROFESSOR:'
            ACCEPT FLT-PROFESSOR
            DISPLAY 'INFORME A DISCIPLINA DA TURMA:'
            ACCEPT FLT-COD-DISCIPLINA
            DISPLAY 'INFORME O PERIODO (EX: 202102):'
            ACCEPT FLT-PERIODO
            DISPLAY 'INFORME A SECAO (EX: A01):'
            ACCEPT FLT-SECAO

      *> SO HA FALTA NA TURMA ATRIBUIDA AO PROFESSOR.
            SET WS-FS-TPF TO 0.
            OPEN INPUT TURMA_PROF
            IF WS-FS-TPF EQUAL 35
                DISPLAY "* NENHUMA ATRIBUICAO REGISTRADA *"
                CLOSE FALTAS_PROF
                GO TO MENU-001.
            MOVE FLT-COD-DISCIPLINA TO TPF-COD-DISCIPLINA
            MOVE FLT-PERIODO        TO TPF-PERIODO
            MOVE FLT-SECAO          TO TPF-SECAO
            READ TURMA_PROF
                INVALID KEY
                    DISPLAY "*** TURMA SEM PROFESSOR ATRIBUIDO ***"
                    CLOSE TURMA_PROF
                    CLOSE FALTAS_PROF
                    GO TO MENU-001
            END-READ
            CLOSE TURMA_PROF
            IF TPF-PROFESSOR NOT EQUAL FLT-PROFESSOR
               DISPLAY "*** TURMA ATRIBUIDA AO PROFESSOR "
                   TPF-PROFESSOR " ***"
               CLOSE FALTAS_PROF
               GO TO MENU-001.

       FAL-003.
            DISPLAY 'INFORME A DATA DA FALTA (AAAAMMDD):'
            ACCEPT FLT-DATA
            MOVE 'V' TO WS-CD-FUNCAO
            MOVE FLT-DATA TO WS-CD-DATA-1
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA"
               GO TO FAL-003.

      *> A FALTA TEM DE CAIR NO PERIODO DE AULAS DO CALENDARIO
      *> ACADEMICO, QUANDO O PERIODO ESTA CADASTRADO NELE.
            SET WS-FS-CAL TO 0.
            OPEN INPUT CALENDARIO_ACAD
            IF WS-FS-CAL NOT EQUAL 35
               MOVE FLT-PERIODO TO CAL-PERIODO
               READ CALENDARIO_ACAD
                   INVALID KEY
                       MOVE ZEROS TO CAL-AULAS-INI
                       MOVE 99999999 TO CAL-AULAS-FIM
               END-READ
               CLOSE CALENDARIO_ACAD
               IF FLT-DATA < CAL-AULAS-INI OR
                  FLT-DATA > CAL-AULAS-FIM
                  DISPLAY "DATA FORA DO PERIODO DE AULAS ("
                      CAL-AULAS-INI " A " CAL-AULAS-FIM ")"
                  GO TO FAL-003
               END-IF
            END-IF.

       FAL-004.
            DISPLAY 'INFORME AS HORAS-AULA NAO DADAS:'
            ACCEPT FLT-HORAS
            IF FLT-HORAS = ZEROS
               DISPLAY "HORAS NAO PODEM SER ZERO"
               GO TO FAL-004.
            DISPLAY 'INFORME O MOTIVO:'
            ACCEPT FLT-MOTIVO

            MOVE 'D'                  TO FLT-SITUACAO
            MOVE ZEROS                TO FLT-ANOMES-DESCONTO
            MOVE WS-SIGN-OPERADOR     TO FLT-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO FLT-DT-REGISTRO

      *> A FALTA JA REGISTRADA NAO E SUBSTITUIDA: PODE JA TER SIDO
      *> DESCONTADA EM PAGAMENTO.
            WRITE REG-FALTA-PROF
                INVALID KEY
                    DISPLAY "*** FALTA JA REGISTRADA PARA A TURMA "
                        "NESTA DATA ***"
                    CLOSE FALTAS_PROF
                    GO TO MENU-001
            END-WRITE

            CLOSE FALTAS_PROF
            DISPLAY "FALTA REGISTRADA; SERA DESCONTADA NO PROXIMO "
                "PAGAMENTO DO PROFESSOR."
            GO TO MENU-001.
      *
      ******************************
      * ABONO DE FALTA AINDA NAO   *
      * DESCONTADA                 *
      ******************************
      *
       FAB-001.
            SET WS-FS-FALTAS TO 0.
            OPEN I-O FALTAS_PROF
            IF WS-FS-FALTAS EQUAL 35
                DISPLAY "* NENHUMA FALTA REGISTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME A MATRICULA DO PROFESSOR:'
            ACCEPT FLT-PROFESSOR
            DISPLAY 'INFORME A DATA DA FALTA (AAAAMMDD):'
            ACCEPT FLT-DATA
            DISPLAY 'INFORME A DISCIPLINA DA TURMA:'
            ACCEPT FLT-COD-DISCIPLINA
            DISPLAY 'INFORME A SECAO (EX: A01):'
            ACCEPT FLT-SECAO
            READ FALTAS_PROF
                INVALID KEY
                    DISPLAY "*** FALTA NAO REGISTRADA ***"
                    CLOSE FALTAS_PROF
                    GO TO MENU-001
            END-READ

            IF FLT-ABONADA
               DISPLAY "*** FALTA JA ABONADA ***"
               CLOSE FALTAS_PROF
               GO TO MENU-001.
            IF FLT-ANOMES-DESCONTO NOT EQUAL ZEROS
               DISPLAY "*** FALTA JA DESCONTADA NO PAGAMENTO DE "
                   FLT-ANOMES-DESCONTO " ***"
               CLOSE FALTAS_PROF
               GO TO MENU-001.

            MOVE 'A'              TO FLT-SITUACAO
            MOVE WS-SIGN-OPERADOR TO FLT-OPERADOR
            REWRITE REG-FALTA-PROF
            END-REWRITE
            CLOSE FALTAS_PROF
            DISPLAY "FALTA ABONADA."
            GO TO MENU-001.
      *
      ******************************
      * FALTAS DE UM PROFESSOR     *
      ******************************
      *
       FLS-001.
            DISPLAY 'INFORME A MATRICULA DO PROFESSOR:'
            ACCEPT WS-PROF-BUSCA

            SET WS-FS-FALTAS TO 0.
            SET WS-EOF TO 0
            SET WS-CONTADOR TO 0
            MOVE ZEROS TO WS-HORAS-PEND
            OPEN INPUT FALTAS_PROF
            IF WS-FS-FALTAS EQUAL 35
                DISPLAY "* NENHUMA FALTA REGISTRADA *"
                GO TO MENU-001.

       FLS-002.
            DISPLAY '-------- FALTAS DO PROFESSOR --------'
            MOVE WS-PROF-BUSCA TO FLT-PROFESSOR
            MOVE ZEROS         TO FLT-DATA
            MOVE LOW-VALUES    TO FLT-COD-DISCIPLINA
            MOVE LOW-VALUES    TO FLT-SECAO
            START FALTAS_PROF KEY IS NOT LESS THAN FLT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 1
               READ FALTAS_PROF NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FLT-PROFESSOR NOT EQUAL WS-PROF-BUSCA
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM FLS-LINHA THRU FLS-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            CLOSE FALTAS_PROF

            MOVE WS-HORAS-PEND TO WS-HORAS-EDIT
            DISPLAY 'FALTAS REGISTRADAS: ' WS-CONTADOR
            DISPLAY 'HORAS A DESCONTAR NO PROXIMO PAGAMENTO: '
                WS-HORAS-EDIT
            DISPLAY " "
            GO TO MENU-001.

       FLS-LINHA.
            ADD 1 TO WS-CONTADOR
            MOVE FLT-HORAS TO WS-HORAS-EDIT
            DISPLAY ' ' FLT-DATA
                ' TURMA ' FLT-COD-DISCIPLINA '/' FLT-PERIODO
                '/' FLT-SECAO
                ' HORAS ' WS-HORAS-EDIT
                ' ' FLT-MOTIVO
            EVALUATE TRUE
               WHEN FLT-ABONADA
                   DISPLAY '   ABONADA POR ' FLT-OPERADOR
               WHEN FLT-ANOMES-DESCONTO NOT EQUAL ZEROS
                   DISPLAY '   DESCONTADA NO PAGAMENTO DE '
                       FLT-ANOMES-DESCONTO
               WHEN OTHER
                   DISPLAY '   A DESCONTAR'
                   ADD FLT-HORAS TO WS-HORAS-PEND
            END-EVALUATE.
       FLS-LINHA-FIM.
            EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
