      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: APROVEITAMENTO DE ESTUDOS (ARQUIVO APROVEITAMENTOS,
      * APROVEIT.CPY): O ALUNO PEDE A EQUIVALENCIA DE UMA DISCIPLINA
      * CURSADA EM OUTRA INSTITUICAO A UMA COD-DISCIPLINA NOSSA,
      * INFORMANDO A INSTITUICAO DE ORIGEM, O NOME, A CARGA HORARIA E
      * A NOTA LA OBTIDA. O COORDENADOR (OPERADOR COM O FLAG DE
      * APROVACAO NO SIGN-ON) APROVA OU REJEITA O PEDIDO PENDENTE,
      * VENDO A CARGA DA NOSSA DISCIPLINA PARA COMPARAR; A REJEICAO
      * EXIGE O MOTIVO. O ITEM APROVEITADO CONTA COMO CUMPRIDO NO
      * PRE-REQUISITO DA MATRICULA (EXERCICIO_030), NA FORMATURA
      * (EXERCICIO_076) E NO HISTORICO (EXERCICIO_016), MAS NAO TEM
      * NOTA NOSSA E NAO ENTRA EM MEDIA NEM EM HONRA. PEDIDO REJEITADO
      * PODE SER REFEITO; PEDIDO PENDENTE OU APROVEITADO NAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_186.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVEITAMENTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\aproveitamentos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS APV-CHAVE
           FILE STATUS     IS WS-FS-APV.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT DISCIPLINAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\disciplinas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-DISCIPLINA
           FILE STATUS IS WS-FS-DISC.
       DATA DIVISION.
       FILE SECTION.
       FD APROVEITAMENTOS.
       01 REG-APROVEITAMENTO.
           COPY APROVEIT.

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

       FD DISCIPLINAS.
       01 REG-DISCIPLINA.
           03 COD-DISCIPLINA          PIC X(06).
           03 NOME-DISCIPLINA         PIC X(30).
           03 CARGA-HORARIA           PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-FS-APV         PIC 99.
       77 WS-FS-ALUNOS      PIC 99.
       77 WS-FS-DISC        PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 W-OPCAO           PIC 99.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-CONFIRMA       PIC X(001).
       77 WS-DECISAO        PIC X(001).
       77 WS-RGM-LISTA      PIC 9(005).
       77 WS-NOME-NOSSA     PIC X(030).
       77 WS-CARGA-NOSSA    PIC 9(003).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_186'.
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
            DISPLAY '|--[ APROVEITAMENTO DE ESTUDOS ]----|'
            DISPLAY "| 1 - SOLICITAR APROVEITAMENTO      |"
            DISPLAY "| 2 - DECIDIR PEDIDO (COORDENADOR)  |"
            DISPLAY "| 3 - CONSULTAR PEDIDOS DO ALUNO    |"
            DISPLAY "| 4 - LISTAR PEDIDOS PENDENTES      |"
            DISPLAY "| 99 - SAIR                         |"
            DISPLAY '|-----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO CAD-001.
            IF W-OPCAO = 2
               GO TO DEC-001.
            IF W-OPCAO = 3
               GO TO CON-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * PEDIDO DE              *
      * APROVEITAMENTO         *
      **************************
      *
       CAD-001.
            SET WS-FS-ALUNOS TO 0.
            OPEN INPUT ALUNOS
            IF WS-FS-ALUNOS EQUAL 35
                DISPLAY "* ARQUIVO ALUNOS NAO EXISTE *"
                GO TO MENU-001.

            SET WS-FS-DISC TO 0.
            OPEN INPUT DISCIPLINAS
            IF WS-FS-DISC EQUAL 35
                DISPLAY "* ARQUIVO DISCIPLINAS NAO EXISTE - CADASTRE "
                    "EM EXERCICIO_029 *"
                CLOSE ALUNOS
                GO TO MENU-001.

            SET WS-FS-APV TO 0.
            OPEN I-O APROVEITAMENTOS
            IF WS-FS-APV EQUAL 35
               OPEN OUTPUT APROVEITAMENTOS
               CLOSE APROVEITAMENTOS
               OPEN I-O APROVEITAMENTOS
               DISPLAY "* ARQUIVO APROVEITAMENTOS SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT RGM-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY "*** ALUNO NAO CADASTRADO ***"
                    GO TO CAD-002
            END-READ
            DISPLAY 'ALUNO: ' NOME-ALUNO.

       CAD-003.
            DISPLAY 'INFORME A NOSSA DISCIPLINA EQUIVALENTE '
                '(COD-DISCIPLINA):'
            ACCEPT COD-DISCIPLINA
            READ DISCIPLINAS
                INVALID KEY
                    DISPLAY "*** DISCIPLINA NAO CADASTRADA ***"
                    GO TO CAD-003
            END-READ
            DISPLAY 'DISCIPLINA: ' NOME-DISCIPLINA
                ' CARGA: ' CARGA-HORARIA

      *> SO O PEDIDO REJEITADO PODE SER REFEITO.
            MOVE RGM-ALUNO      TO APV-RGM
            MOVE COD-DISCIPLINA TO APV-COD-DISCIPLINA
            READ APROVEITAMENTOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT APV-REJEITADO
                        DISPLAY "*** JA EXISTE PEDIDO " APV-STATUS
                            " PARA ESTA DISCIPLINA ***"
                        GO TO CAD-FIM
                    END-IF
                    DISPLAY "* PEDIDO ANTERIOR REJEITADO EM "
                        APV-DT-DECISAO ": " APV-MOTIVO " *"
            END-READ.

       CAD-004.
            DISPLAY 'INFORME A INSTITUICAO DE ORIGEM:'
            ACCEPT APV-INSTITUICAO
            IF APV-INSTITUICAO EQUAL SPACES
               DISPLAY "INSTITUICAO DE ORIGEM E OBRIGATORIA"
               GO TO CAD-004.

       CAD-005.
            DISPLAY 'INFORME O NOME DA DISCIPLINA CURSADA NA ORIGEM:'
            ACCEPT APV-DISC-ORIGEM
            IF APV-DISC-ORIGEM EQUAL SPACES
               DISPLAY "NOME DA DISCIPLINA DE ORIGEM E OBRIGATORIO"
               GO TO CAD-005.

       CAD-006.
            DISPLAY 'INFORME A CARGA HORARIA CURSADA NA ORIGEM:'
            ACCEPT APV-CARGA-ORIGEM
            IF APV-CARGA-ORIGEM = ZEROS
               DISPLAY "CARGA HORARIA NAO PODE SER ZERO"
               GO TO CAD-006.

       CAD-007.
            DISPLAY 'INFORME A NOTA OBTIDA NA ORIGEM (0 A 10):'
            ACCEPT APV-NOTA-ORIGEM
            IF APV-NOTA-ORIGEM > 10
               DISPLAY "NOTA DEVE ESTAR ENTRE 0 E 10"
               GO TO CAD-007.

            MOVE 'PENDENTE'       TO APV-STATUS
            MOVE WS-HOJE-AAAAMMDD TO APV-DT-PEDIDO
            MOVE WS-SIGN-OPERADOR TO APV-OPER-PEDIDO
            MOVE SPACES           TO APV-COORDENADOR
            MOVE ZEROS            TO APV-DT-DECISAO
            MOVE SPACES           TO APV-MOTIVO

            WRITE REG-APROVEITAMENTO
                INVALID KEY
                    REWRITE REG-APROVEITAMENTO
                    DISPLAY "* PEDIDO REFEITO - AGUARDANDO O "
                        "COORDENADOR *"
                NOT INVALID KEY
                    DISPLAY "* PEDIDO REGISTRADO - AGUARDANDO O "
                        "COORDENADOR *"
            END-WRITE.

       CAD-FIM.
            CLOSE APROVEITAMENTOS
            CLOSE DISCIPLINAS
            CLOSE ALUNOS
            GO TO MENU-001.
      *
      **************************
      * DECISAO DO COORDENADOR *
      **************************
      *
       DEC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** SO O COORDENADOR DECIDE O "
                   "APROVEITAMENTO ***"
               GO TO MENU-001.

            SET WS-FS-APV TO 0.
            OPEN I-O APROVEITAMENTOS
            IF WS-FS-APV EQUAL 35
                DISPLAY "* NENHUM PEDIDO DE APROVEITAMENTO *"
                GO TO MENU-001.

            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT APV-RGM
            DISPLAY 'INFORME A NOSSA DISCIPLINA (COD-DISCIPLINA):'
            ACCEPT APV-COD-DISCIPLINA
            READ APROVEITAMENTOS
                INVALID KEY
                    DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
                    CLOSE APROVEITAMENTOS
                    GO TO MENU-001
            END-READ
            IF NOT APV-PENDENTE
               DISPLAY "*** PEDIDO JA DECIDIDO: " APV-STATUS
                   " POR " APV-COORDENADOR " EM " APV-DT-DECISAO
                   " ***"
               CLOSE APROVEITAMENTOS
               GO TO MENU-001.

      *> CARGA DA NOSSA DISCIPLINA AO LADO DA CARGA DE ORIGEM, PARA
      *> O COORDENADOR COMPARAR.
            MOVE '(NAO CADASTRADA)' TO WS-NOME-NOSSA
            MOVE ZEROS              TO WS-CARGA-NOSSA
            SET WS-FS-DISC TO 0.
            OPEN INPUT DISCIPLINAS
            IF WS-FS-DISC NOT EQUAL 35
               MOVE APV-COD-DISCIPLINA TO COD-DISCIPLINA
               READ DISCIPLINAS
                   NOT INVALID KEY
                       MOVE NOME-DISCIPLINA TO WS-NOME-NOSSA
                       MOVE CARGA-HORARIA   TO WS-CARGA-NOSSA
               END-READ
               CLOSE DISCIPLINAS
            END-IF

            DISPLAY 'NOSSA DISCIPLINA: ' APV-COD-DISCIPLINA ' - '
                WS-NOME-NOSSA ' CARGA: ' WS-CARGA-NOSSA
            DISPLAY 'ORIGEM: ' APV-INSTITUICAO
            DISPLAY '        ' APV-DISC-ORIGEM
                ' CARGA: ' APV-CARGA-ORIGEM
                ' NOTA: ' APV-NOTA-ORIGEM
            DISPLAY 'PEDIDO EM ' APV-DT-PEDIDO ' POR ' APV-OPER-PEDIDO
            IF APV-CARGA-ORIGEM < WS-CARGA-NOSSA
               DISPLAY "* ATENCAO: CARGA DE ORIGEM MENOR QUE A "
                   "NOSSA *"
            END-IF.

       DEC-002.
            DISPLAY 'DECISAO (A = APROVAR, R = REJEITAR, '
                'N = DEIXAR PENDENTE):'
            ACCEPT WS-DECISAO
            IF WS-DECISAO EQUAL 'N' OR 'n'
               CLOSE APROVEITAMENTOS
               GO TO MENU-001.
            IF WS-DECISAO EQUAL 'A' OR 'a'
               MOVE 'APROVEITADO' TO APV-STATUS
               DISPLAY 'INFORME A OBSERVACAO (OPCIONAL):'
               ACCEPT APV-MOTIVO
               GO TO DEC-003.
            IF WS-DECISAO NOT EQUAL 'R' AND NOT EQUAL 'r'
               DISPLAY "*** DIGITE APENAS A, R OU N ***"
               GO TO DEC-002.

            MOVE 'REJEITADO' TO APV-STATUS.
       DEC-002-MOTIVO.
            DISPLAY 'INFORME O MOTIVO DA REJEICAO:'
            ACCEPT APV-MOTIVO
            IF APV-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO DA REJEICAO E OBRIGATORIO"
               GO TO DEC-002-MOTIVO.

       DEC-003.
            MOVE WS-SIGN-OPERADOR TO APV-COORDENADOR
            MOVE WS-HOJE-AAAAMMDD TO APV-DT-DECISAO
            REWRITE REG-APROVEITAMENTO
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DA DECISAO ***"
                NOT INVALID KEY
                    DISPLAY "* PEDIDO " APV-STATUS " *"
            END-REWRITE
            CLOSE APROVEITAMENTOS
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DOS PEDIDOS   *
      * DE UM ALUNO            *
      **************************
      *
       CON-001.
            SET WS-EOF TO 0
            SET WS-CONTADOR TO 0
            SET WS-FS-APV TO 0.
            OPEN INPUT APROVEITAMENTOS
            IF WS-FS-APV EQUAL 35
                DISPLAY "* NENHUM PEDIDO DE APROVEITAMENTO *"
                GO TO MENU-001.

            DISPLAY 'INFORME O RGM DO ALUNO:'
            ACCEPT WS-RGM-LISTA
            MOVE WS-RGM-LISTA TO APV-RGM
            MOVE LOW-VALUES   TO APV-COD-DISCIPLINA
            START APROVEITAMENTOS KEY IS NOT LESS THAN APV-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            DISPLAY '---- APROVEITAMENTOS DO RGM ' WS-RGM-LISTA ' ----'
            PERFORM UNTIL WS-EOF = 1
               READ APROVEITAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APV-RGM NOT EQUAL WS-RGM-LISTA
                           MOVE 1 TO WS-EOF
                       ELSE
                           DISPLAY ' ' APV-COD-DISCIPLINA
                               ' ' APV-STATUS
                               ' ORIGEM: ' APV-DISC-ORIGEM
                               ' CARGA: ' APV-CARGA-ORIGEM
                           DISPLAY '   ' APV-INSTITUICAO
                               ' PEDIDO: ' APV-DT-PEDIDO
                               ' DECISAO: ' APV-DT-DECISAO
                               ' ' APV-COORDENADOR
                           IF APV-MOTIVO NOT EQUAL SPACES
                               DISPLAY '   MOTIVO: ' APV-MOTIVO
                           END-IF
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE PEDIDOS DO ALUNO: ' WS-CONTADOR
            DISPLAY " "
            CLOSE APROVEITAMENTOS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS PEDIDOS       *
      * PENDENTES DE DECISAO       *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-APV TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT APROVEITAMENTOS
            IF WS-FS-APV EQUAL 35
                DISPLAY "* NENHUM PEDIDO DE APROVEITAMENTO *"
                GO TO MENU-001.

            DISPLAY '---- PEDIDOS PENDENTES DE DECISAO ----'
            PERFORM UNTIL WS-EOF = 1
               READ APROVEITAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APV-PENDENTE
                           DISPLAY ' RGM: ' APV-RGM
                               ' DISCIPLINA: ' APV-COD-DISCIPLINA
                               ' ORIGEM: ' APV-DISC-ORIGEM
                               ' PEDIDO: ' APV-DT-PEDIDO
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE PEDIDOS PENDENTES: ' WS-CONTADOR
            DISPLAY " "
            CLOSE APROVEITAMENTOS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_186.
