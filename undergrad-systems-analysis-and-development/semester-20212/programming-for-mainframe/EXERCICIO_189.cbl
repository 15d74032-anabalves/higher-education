      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ATIVIDADES COMPLEMENTARES E ESTAGIO SUPERVISIONADO DO
      * ALUNO (ARQUIVO ATIVIDADES_COMPL, ATIVCOMP.CPY), QUE ANTES
      * FICAVAM EM PASTAS DE PAPEL. A SECRETARIA REGISTRA CADA
      * ATIVIDADE COM AS HORAS DECLARADAS PELO ALUNO; O COORDENADOR
      * (OPERADOR COM O FLAG DE APROVACAO NO SIGN-ON) VALIDA AS HORAS
      * QUE ACEITA, ATE O DECLARADO. A CONSULTA MOSTRA AS ATIVIDADES
      * DO ALUNO E O TOTAL VALIDADO CONTRA OS MINIMOS DO CURSO
      * (EXERCICIO_182), PELA SUBROTINA HORAS_COMPLEM, A MESMA QUE A
      * FORMATURA (EXERCICIO_076) E A COLACAO (EXERCICIO_115) USAM.
      * ATIVIDADE JA VALIDADA NAO E EXCLUIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_189.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVIDADES_COMPL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\atividades_compl.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ACP-CHAVE
           FILE STATUS     IS WS-FS-ACP.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.
       DATA DIVISION.
       FILE SECTION.
       FD ATIVIDADES_COMPL.
       01 REG-ATIVIDADE.
           COPY ATIVCOMP.

       FD ALUNOS.
       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE          PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       WORKING-STORAGE SECTION.
       77 WS-FS-ACP         PIC 99.
       77 WS-FS-ALUNOS      PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 W-OPCAO           PIC 99.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-CONFIRMA       PIC X(001).
       77 WS-RGM-LISTA      PIC 9(005).
       77 WS-ULTIMA-SEQ     PIC 9(003).
       77 WS-COD-CURSO      PIC 9(003).

      *> RETORNO DA SUBROTINA HORAS_COMPLEM.
       77 WS-HC-MIN-COMPLEM PIC 9(004).
       77 WS-HC-MIN-ESTAGIO PIC 9(004).
       77 WS-HC-COMPLEM     PIC 9(005).
       77 WS-HC-ESTAGIO     PIC 9(005).
       77 WS-HC-RESULTADO   PIC X(001).
       77 WS-HC-FALTA       PIC 9(005).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_189'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            CALL 'SIGN_ON' USING WS-SIGN-PROGRAMA, WS-SIGN-OPERADOR,
                WS-SIGN-EXCLUIR, WS-SIGN-RESULTADO
            IF WS-SIGN-RESULTADO NOT EQUAL 'O'
               DISPLAY "*** ACESSO NEGADO ***"
               GOBACK.
       0010-INICIO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|--[ ATIVIDADES COMPL. E ESTAGIO ]--|'
            DISPLAY "| 1 - REGISTRAR ATIVIDADE           |"
            DISPLAY "| 2 - VALIDAR HORAS (COORDENADOR)   |"
            DISPLAY "| 3 - CONSULTAR ATIVIDADES DO ALUNO |"
            DISPLAY "| 4 - EXCLUIR ATIVIDADE NAO VALIDADA|"
            DISPLAY "| 99 - SAIR                         |"
            DISPLAY '|-----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO CAD-001.
            IF W-OPCAO = 2
               GO TO VAL-001.
            IF W-OPCAO = 3
               GO TO CON-001.
            IF W-OPCAO = 4
               GO TO EXC-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * REGISTRO DE ATIVIDADE  *
      **************************
      *
       CAD-001.
            SET WS-FS-ALUNOS TO 0.
            OPEN INPUT ALUNOS
            IF WS-FS-ALUNOS EQUAL 35
                DISPLAY "* ARQUIVO ALUNOS NAO EXISTE *"
                GO TO MENU-001.

            SET WS-FS-ACP TO 0.
            OPEN I-O ATIVIDADES_COMPL
            IF WS-FS-ACP EQUAL 35
               OPEN OUTPUT ATIVIDADES_COMPL
               CLOSE ATIVIDADES_COMPL
               OPEN I-O ATIVIDADES_COMPL
               DISPLAY "* ARQUIVO ATIVIDADES_COMPL SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT RGM-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY "*** ALUNO NAO CADASTRADO ***"
                    GO TO CAD-002
            END-READ
            DISPLAY 'ALUNO: ' NOME-ALUNO

      *> A SEQUENCIA DA NOVA ATIVIDADE E A ULTIMA DO ALUNO MAIS UM.
            SET WS-EOF TO 0
            MOVE ZEROS     TO WS-ULTIMA-SEQ
            MOVE RGM-ALUNO TO ACP-RGM
            MOVE ZEROS     TO ACP-SEQ
            START ATIVIDADES_COMPL KEY IS NOT LESS THAN ACP-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 1
               READ ATIVIDADES_COMPL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ACP-RGM NOT EQUAL RGM-ALUNO
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE ACP-SEQ TO WS-ULTIMA-SEQ
                       END-IF
               END-READ
            END-PERFORM
            IF WS-ULTIMA-SEQ = 999
               DISPLAY "*** ALUNO JA TEM 999 ATIVIDADES ***"
               GO TO CAD-FIM.

            INITIALIZE REG-ATIVIDADE
            MOVE RGM-ALUNO TO ACP-RGM
            ADD 1 WS-ULTIMA-SEQ GIVING ACP-SEQ.

       CAD-003.
            DISPLAY 'INFORME O TIPO (C = ATIVIDADE COMPLEMENTAR, '
                'E = ESTAGIO SUPERVISIONADO):'
            ACCEPT ACP-TIPO
            IF NOT ACP-COMPLEMENTAR AND NOT ACP-ESTAGIO
               DISPLAY "TIPO DEVE SER C OU E"
               GO TO CAD-003.

       CAD-004.
            DISPLAY 'INFORME A DESCRICAO DA ATIVIDADE:'
            ACCEPT ACP-DESCRICAO
            IF ACP-DESCRICAO EQUAL SPACES
               DISPLAY "DESCRICAO E OBRIGATORIA"
               GO TO CAD-004.

       CAD-005.
            DISPLAY 'INFORME A INSTITUICAO / EMPRESA:'
            ACCEPT ACP-INSTITUICAO
            IF ACP-INSTITUICAO EQUAL SPACES
               DISPLAY "INSTITUICAO E OBRIGATORIA"
               GO TO CAD-005.

       CAD-006.
            DISPLAY 'INFORME AS HORAS DECLARADAS PELO ALUNO:'
            ACCEPT ACP-HORAS-DECLARADAS
            IF ACP-HORAS-DECLARADAS = ZEROS
               DISPLAY "HORAS DECLARADAS NAO PODEM SER ZERO"
               GO TO CAD-006.

            MOVE ZEROS            TO ACP-HORAS-VALIDADAS
            MOVE SPACES           TO ACP-COORDENADOR
            MOVE ZEROS            TO ACP-DT-VALIDACAO
            MOVE WS-SIGN-OPERADOR TO ACP-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO ACP-DT-REGISTRO

            WRITE REG-ATIVIDADE
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DA ATIVIDADE ***"
                NOT INVALID KEY
                    DISPLAY "* ATIVIDADE " ACP-SEQ " REGISTRADA - "
                        "AGUARDANDO VALIDACAO DO COORDENADOR *"
            END-WRITE.

       CAD-FIM.
            CLOSE ATIVIDADES_COMPL
            CLOSE ALUNOS
            GO TO MENU-001.
      *
      **************************
      * VALIDACAO DAS HORAS    *
      * PELO COORDENADOR       *
      **************************
      *
       VAL-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** SO O COORDENADOR VALIDA AS HORAS ***"
               GO TO MENU-001.

            SET WS-FS-ACP TO 0.
            OPEN I-O ATIVIDADES_COMPL
            IF WS-FS-ACP EQUAL 35
                DISPLAY "* NENHUMA ATIVIDADE REGISTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT ACP-RGM
            DISPLAY 'INFORME A SEQUENCIA DA ATIVIDADE:'
            ACCEPT ACP-SEQ
            READ ATIVIDADES_COMPL
                INVALID KEY
                    DISPLAY "*** ATIVIDADE NAO ENCONTRADA ***"
                    CLOSE ATIVIDADES_COMPL
                    GO TO MENU-001
            END-READ

            DISPLAY 'TIPO: ' ACP-TIPO ' - ' ACP-DESCRICAO
            DISPLAY 'INSTITUICAO: ' ACP-INSTITUICAO
            DISPLAY 'HORAS DECLARADAS: ' ACP-HORAS-DECLARADAS
                ' REGISTRADA EM ' ACP-DT-REGISTRO ' POR ' ACP-OPERADOR
            IF ACP-DT-VALIDACAO > ZEROS
               DISPLAY "* JA VALIDADA: " ACP-HORAS-VALIDADAS
                   " HORAS POR " ACP-COORDENADOR " EM "
                   ACP-DT-VALIDACAO " *"
               DISPLAY 'REVALIDAR? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                  CLOSE ATIVIDADES_COMPL
                  GO TO MENU-001
               END-IF
            END-IF.

      *> ZERO HORAS VALIDADAS = ATIVIDADE RECUSADA PELO COORDENADOR.
       VAL-002.
            DISPLAY 'INFORME AS HORAS VALIDADAS (ATE '
                ACP-HORAS-DECLARADAS '):'
            ACCEPT ACP-HORAS-VALIDADAS
            IF ACP-HORAS-VALIDADAS > ACP-HORAS-DECLARADAS
               DISPLAY "HORAS VALIDADAS NAO PODEM PASSAR DAS "
                   "DECLARADAS"
               GO TO VAL-002.

            MOVE WS-SIGN-OPERADOR TO ACP-COORDENADOR
            MOVE WS-HOJE-AAAAMMDD TO ACP-DT-VALIDACAO
            REWRITE REG-ATIVIDADE
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DA VALIDACAO ***"
                NOT INVALID KEY
                    DISPLAY "* " ACP-HORAS-VALIDADAS
                        " HORAS VALIDADAS *"
            END-REWRITE
            CLOSE ATIVIDADES_COMPL
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DAS ATIVIDADES*
      * DE UM ALUNO            *
      **************************
      *
       CON-001.
            SET WS-EOF TO 0
            SET WS-CONTADOR TO 0
            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT WS-RGM-LISTA

            MOVE ZEROS TO WS-COD-CURSO
            SET WS-FS-ALUNOS TO 0.
            OPEN INPUT ALUNOS
            IF WS-FS-ALUNOS NOT EQUAL 35
               MOVE WS-RGM-LISTA TO RGM-ALUNO
               READ ALUNOS
                   INVALID KEY
                       DISPLAY "* RGM NAO CADASTRADO EM ALUNOS *"
                   NOT INVALID KEY
                       DISPLAY 'ALUNO: ' NOME-ALUNO
                           ' CURSO: ' COD-CURSO-ALUNO
                       MOVE COD-CURSO-ALUNO TO WS-COD-CURSO
               END-READ
               CLOSE ALUNOS
            END-IF

            DISPLAY '---- ATIVIDADES DO RGM ' WS-RGM-LISTA ' ----'
            SET WS-FS-ACP TO 0.
            OPEN INPUT ATIVIDADES_COMPL
            IF WS-FS-ACP NOT EQUAL 35
               MOVE WS-RGM-LISTA TO ACP-RGM
               MOVE ZEROS        TO ACP-SEQ
               START ATIVIDADES_COMPL KEY IS NOT LESS THAN ACP-CHAVE
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                  READ ATIVIDADES_COMPL NEXT RECORD
                      AT END
                          MOVE 1 TO WS-EOF
                      NOT AT END
                          IF ACP-RGM NOT EQUAL WS-RGM-LISTA
                              MOVE 1 TO WS-EOF
                          ELSE
                              DISPLAY ' ' ACP-SEQ ' ' ACP-TIPO
                                  ' ' ACP-DESCRICAO
                              DISPLAY '     DECLARADAS: '
                                  ACP-HORAS-DECLARADAS
                                  ' VALIDADAS: ' ACP-HORAS-VALIDADAS
                                  ' EM ' ACP-DT-VALIDACAO
                                  ' ' ACP-COORDENADOR
                              ADD 1 TO WS-CONTADOR
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE ATIVIDADES_COMPL
            END-IF
            DISPLAY 'TOTAL DE ATIVIDADES DO ALUNO: ' WS-CONTADOR

            CALL 'HORAS_COMPLEM' USING WS-RGM-LISTA, WS-COD-CURSO,
                WS-HC-MIN-COMPLEM, WS-HC-MIN-ESTAGIO, WS-HC-COMPLEM,
                WS-HC-ESTAGIO, WS-HC-RESULTADO
            IF WS-HC-RESULTADO EQUAL 'C'
               DISPLAY "* CURSO DO ALUNO NAO CADASTRADO - SEM MINIMO "
                   "A CONFERIR *"
            ELSE
               DISPLAY 'COMPLEMENTARES VALIDADAS: ' WS-HC-COMPLEM
                   ' MINIMO DO CURSO: ' WS-HC-MIN-COMPLEM
               DISPLAY 'ESTAGIO VALIDADO:         ' WS-HC-ESTAGIO
                   ' MINIMO DO CURSO: ' WS-HC-MIN-ESTAGIO
               IF WS-HC-RESULTADO EQUAL 'S'
                  DISPLAY "* MINIMOS DO CURSO CUMPRIDOS *"
               ELSE
                  IF WS-HC-COMPLEM < WS-HC-MIN-COMPLEM
                     SUBTRACT WS-HC-COMPLEM FROM WS-HC-MIN-COMPLEM
                         GIVING WS-HC-FALTA
                     DISPLAY "* FALTAM " WS-HC-FALTA
                         " HORAS DE ATIVIDADES COMPLEMENTARES *"
                  END-IF
                  IF WS-HC-ESTAGIO < WS-HC-MIN-ESTAGIO
                     SUBTRACT WS-HC-ESTAGIO FROM WS-HC-MIN-ESTAGIO
                         GIVING WS-HC-FALTA
                     DISPLAY "* FALTAM " WS-HC-FALTA
                         " HORAS DE ESTAGIO *"
                  END-IF
               END-IF
            END-IF
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * EXCLUSAO DE ATIVIDADE  *
      * AINDA NAO VALIDADA     *
      **************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM PERMISSAO DE EXCLUIR ***"
               GO TO MENU-001.

            SET WS-FS-ACP TO 0.
            OPEN I-O ATIVIDADES_COMPL
            IF WS-FS-ACP EQUAL 35
                DISPLAY "* NENHUMA ATIVIDADE REGISTRADA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT ACP-RGM
            DISPLAY 'INFORME A SEQUENCIA DA ATIVIDADE:'
            ACCEPT ACP-SEQ
            READ ATIVIDADES_COMPL
                INVALID KEY
                    DISPLAY "*** ATIVIDADE NAO ENCONTRADA ***"
                    CLOSE ATIVIDADES_COMPL
                    GO TO MENU-001
            END-READ
            IF ACP-DT-VALIDACAO > ZEROS
               DISPLAY "*** ATIVIDADE JA VALIDADA EM "
                   ACP-DT-VALIDACAO " - NAO PODE SER EXCLUIDA ***"
               CLOSE ATIVIDADES_COMPL
               GO TO MENU-001.

            DISPLAY 'TIPO: ' ACP-TIPO ' - ' ACP-DESCRICAO
            DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA EQUAL 'S' OR 's'
               DELETE ATIVIDADES_COMPL
                   INVALID KEY
                       DISPLAY "*** ERRO NA EXCLUSAO ***"
                   NOT INVALID KEY
                       DISPLAY "* ATIVIDADE EXCLUIDA *"
               END-DELETE
            END-IF
            CLOSE ATIVIDADES_COMPL
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_189.
