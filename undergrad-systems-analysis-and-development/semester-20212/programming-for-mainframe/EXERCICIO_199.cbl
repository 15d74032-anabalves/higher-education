      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: DETECCAO MENSAL DE CLIENTES DUPLICADOS: COMPARA TODOS
      * OS PARES DO CADASTRO DE CLIENTES PELOS DADOS NORMALIZADOS -
      * NOME (SO LETRAS, SEM AS PARTICULAS DA/DE/DO/DAS/DOS/E),
      * TELEFONE (OS 8 ULTIMOS DIGITOS, SEM DDD NEM PONTUACAO), E-MAIL
      * (EM MAIUSCULAS), CEP MAIS NUMERO DO ENDERECO E CPF/CNPJ
      * (SO QUANDO OS DOIS CLIENTES O TEM INFORMADO) - E PONTUA CADA
      * PAR. O PAR QUE ATINGE A PONTUACAO MINIMA (PARAMETRO
      * DUPCLI-CORTE) VAI PARA DUP_CANDIDATOS COMO PENDENTE E PARA O
      * RELATORIO DE REVISAO, COM OS DOIS CADASTROS LADO A LADO E O
      * SALDO EM ABERTO DE CADA UM (POSICAO_CLIENTE). O REVISOR DECIDE
      * CADA PAR NA REVISAO (EXERCICIO_200); OS CONFIRMADOS SEGUEM
      * PARA A UNIFICACAO EM LOTE (EXERCICIO_066). A CADA RODADA OS
      * PENDENTES SAO RECALCULADOS E OS PARES JA DECIDIDOS (NAO E
      * DUPLICADO, CONFIRMADO OU UNIFICADO) NAO VOLTAM AO RELATORIO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * CLIENTE ANONIMIZADO A PEDIDO DO TITULAR (EXERCICIO_204) FICA
      * DE FORA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_199.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS DYNAMIC
           RECORD KEY      IS COD-CLIENTE OF REG-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT POSICAO_CLIENTE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\posicao_cliente.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS POS-COD-CLIENTE
           FILE STATUS     IS WS-FS-POSICAO.

           SELECT DUP_CANDIDATOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dup_candidatos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DCD-CHAVE
           FILE STATUS     IS WS-FS-CANDIDATOS.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dup_candidatos_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD POSICAO_CLIENTE.
       01 REG-POSICAO.
           COPY POSICAO.

       FD DUP_CANDIDATOS.
       01 REG-DUP-CANDIDATO.
           COPY DUPCAND.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-POSICAO                PIC 99.
       77 WS-FS-CANDIDATOS             PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-QTD-CLIENTES              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-FORA                  PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PARES                 PIC 9(009) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JA-DECIDIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEND-ANTERIORES       PIC 9(006) VALUE ZEROS.
       77 WS-I                         PIC 9(005).
       77 WS-J                         PIC 9(005).
       77 WS-PONTOS                    PIC 9(003).
       77 WS-CRIT-NOME                 PIC X(001).
       77 WS-CRIT-TELEFONE             PIC X(001).
       77 WS-CRIT-EMAIL                PIC X(001).
       77 WS-CRIT-ENDERECO             PIC X(001).
       77 WS-CRIT-DOCTO                PIC X(001).

      *> PONTUACAO MINIMA DO PAR (PARAMETRO DUPCLI-CORTE) E O PESO
      *> DE CADA DADO QUE COINCIDE.
       77 WS-DUPCLI-CORTE              PIC 9(003).
       77 WS-PESO-NOME                 PIC 9(003) VALUE 40.
       77 WS-PESO-NOME-PARCIAL         PIC 9(003) VALUE 25.
       77 WS-PESO-TELEFONE             PIC 9(003) VALUE 30.
       77 WS-PESO-EMAIL                PIC 9(003) VALUE 35.
       77 WS-PESO-ENDERECO             PIC 9(003) VALUE 30.
       77 WS-PESO-DOCTO                PIC 9(003) VALUE 60.
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> DADOS NORMALIZADOS DE CADA CLIENTE, CARREGADOS UMA VEZ SO NA
      *> ORDEM DO CODIGO. DADO EM BRANCO NAO CONTA NA COMPARACAO.
       01 WS-TAB-CLIENTES.
           03 WS-TC-ITEM OCCURS 5000 TIMES.
              05 WS-TC-COD             PIC 9(005).
              05 WS-TC-NOME            PIC X(020).
              05 WS-TC-PRIMEIRO        PIC X(020).
              05 WS-TC-ULTIMO          PIC X(020).
              05 WS-TC-TELEFONE        PIC X(008).
              05 WS-TC-EMAIL           PIC X(030).
              05 WS-TC-ENDERECO        PIC X(014).
              05 WS-TC-DOCTO           PIC 9(014).

      *> AREAS DA NORMALIZACAO.
       77 WS-POS                       PIC 9(003).
       77 WS-POS-SAIDA                 PIC 9(003).
       77 WS-QTD-DIGITOS               PIC 9(003).
       77 WS-CARACTER                  PIC X(001).
       77 WS-NOME-TRAB                 PIC X(021).
       77 WS-PALAVRA                   PIC X(020).
       77 WS-TAM-PALAVRA               PIC 9(003).
       77 WS-NOME-NORM                 PIC X(020).
       77 WS-PRIMEIRO-NORM             PIC X(020).
       77 WS-ULTIMO-NORM               PIC X(020).
       77 WS-DIGITOS                   PIC X(014).
       77 WS-NUMERO-NORM               PIC X(006).
       01 WS-ENDERECO-NORM.
           03 WS-EN-CEP                PIC 9(008).
           03 WS-EN-NUMERO             PIC X(006).

      *> OS DOIS CADASTROS DO PAR, RELIDOS PARA A IMPRESSAO.
       01 WS-CLIENTE-A.
           COPY CLIENTE.
       01 WS-CLIENTE-B.
           COPY CLIENTE.
       77 WS-VL-ABERTO-A               PIC S9(013)V9(002).
       77 WS-VL-VENCIDO-A              PIC S9(013)V9(002).
       77 WS-VL-ABERTO-B               PIC S9(013)V9(002).
       77 WS-VL-VENCIDO-B              PIC S9(013)V9(002).
       77 WS-VL-EDITADO                PIC -ZZZZZZZZZZZZ9.99.
       77 WS-VL-EDITADO-2              PIC -ZZZZZZZZZZZZ9.99.
       77 WS-DOCTO-A                   PIC 9(014).
       77 WS-DOCTO-B                   PIC 9(014).

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

      *> LINHA DO RELATORIO COM OS DOIS CADASTROS LADO A LADO.
       01 WS-LINHA-PAR.
           03 FILLER                   PIC X(003) VALUE SPACES.
           03 WS-LP-ROTULO             PIC X(012).
           03 WS-LP-A                  PIC X(056).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WS-LP-B                  PIC X(056).
           03 FILLER                   PIC X(003) VALUE SPACES.

      *> ARQUIVO DE IMPRESSAO COM O BLOCO PADRAO DE CABECALHO (TITULO,
      *> DATA DA EXECUCAO E PAGINA), COMO NO AGING (EXERCICIO_017).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_199'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'DETECCAO DE CLIENTES DUPLICADOS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- DETECCAO DE CLIENTES DUPLICADOS ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           INITIALIZE WS-TAB-CLIENTES

           MOVE 'DUPCLI-CORTE' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO DUPCLI-CORTE NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-DUPCLI-CORTE
           DISPLAY 'PONTUACAO MINIMA DO PAR: ' WS-DUPCLI-CORTE

           SET WS-FS-CLIENTES TO 0.
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 0100-CARREGA-CLIENTES THRU 0100-CARREGA-CLIENTES-FIM.
           PERFORM 0200-LIMPA-PENDENTES THRU 0200-LIMPA-PENDENTES-FIM.

           SET WS-FS-POSICAO TO 0.
           OPEN INPUT POSICAO_CLIENTE
           IF WS-FS-POSICAO EQUAL 35
               DISPLAY "* POSICAO_CLIENTE NAO EXISTE - SALDOS NAO "
                   "IMPRESSOS (RODE O DUPLOTE ANTES) *"
           END-IF

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-COMPARA-CLIENTE THRU 1000-COMPARA-CLIENTE-FIM
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-QTD-CLIENTES.

           CLOSE CLIENTES.
           CLOSE DUP_CANDIDATOS.
           IF WS-FS-POSICAO NOT EQUAL 35
               CLOSE POSICAO_CLIENTE
           END-IF

           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM.
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "CLIENTES COMPARADOS: " WS-QTD-CLIENTES
           DISPLAY "PARES COMPARADOS: " WS-QTD-PARES
           DISPLAY "PENDENTES DA RODADA ANTERIOR RECALCULADOS: "
               WS-QTD-PEND-ANTERIORES
           DISPLAY "PARES CANDIDATOS PARA REVISAO: " WS-QTD-CANDIDATOS
           DISPLAY "PARES JA DECIDIDOS (NAO LISTADOS): "
               WS-QTD-JA-DECIDIDOS
           DISPLAY "RELATORIO GRAVADO EM dup_candidatos_rel."
           IF WS-QTD-FORA > 0
               DISPLAY "*** " WS-QTD-FORA " CLIENTES FORA DA TABELA - "
                   "NAO COMPARADOS ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * CARGA DOS DADOS NORMALIZADOS DE    *
      * TODOS OS CLIENTES                  *
      **************************************
      *
       0100-CARREGA-CLIENTES.
           SET WS-EOF TO 0.
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
      *> CLIENTE ANONIMIZADO A PEDIDO DO TITULAR (EXERCICIO_204) NAO
      *> TEM MAIS DADOS PARA COMPARAR E FICA FORA DA DETECCAO.
                       EVALUATE TRUE
                           WHEN CLIENTE-ANONIMIZADO OF REG-CLIENTE
                               CONTINUE
                           WHEN WS-QTD-CLIENTES < 5000
                               ADD 1 TO WS-QTD-CLIENTES
                               PERFORM 0110-NORMALIZA-CLIENTE
                                   THRU 0110-NORMALIZA-CLIENTE-FIM
                           WHEN OTHER
                               ADD 1 TO WS-QTD-FORA
                       END-EVALUATE
               END-READ
           END-PERFORM.
       0100-CARREGA-CLIENTES-FIM.
           EXIT.
      *
       0110-NORMALIZA-CLIENTE.
           MOVE COD-CLIENTE OF REG-CLIENTE
               TO WS-TC-COD(WS-QTD-CLIENTES)

           PERFORM 0120-NORMALIZA-NOME THRU 0120-NORMALIZA-NOME-FIM
           MOVE WS-NOME-NORM     TO WS-TC-NOME(WS-QTD-CLIENTES)
           MOVE WS-PRIMEIRO-NORM TO WS-TC-PRIMEIRO(WS-QTD-CLIENTES)
           MOVE WS-ULTIMO-NORM   TO WS-TC-ULTIMO(WS-QTD-CLIENTES)

      *> TELEFONE: SO OS DIGITOS; VALEM OS 8 ULTIMOS, PARA O MESMO
      *> NUMERO CASAR COM OU SEM DDD.
           MOVE SPACES TO WS-DIGITOS
           MOVE ZEROS  TO WS-QTD-DIGITOS
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 14
               MOVE TELEFONE-CLIENTE OF REG-CLIENTE(WS-POS:1)
                   TO WS-CARACTER
               IF WS-CARACTER IS NUMERIC
                   ADD 1 TO WS-QTD-DIGITOS
                   MOVE WS-CARACTER TO WS-DIGITOS(WS-QTD-DIGITOS:1)
               END-IF
           END-PERFORM
           IF WS-QTD-DIGITOS NOT < 8
               MOVE WS-DIGITOS(WS-QTD-DIGITOS - 7:8)
                   TO WS-TC-TELEFONE(WS-QTD-CLIENTES)
           ELSE
               MOVE SPACES TO WS-TC-TELEFONE(WS-QTD-CLIENTES)
           END-IF

           MOVE EMAIL-CLIENTE OF REG-CLIENTE
               TO WS-TC-EMAIL(WS-QTD-CLIENTES)
           INSPECT WS-TC-EMAIL(WS-QTD-CLIENTES) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

      *> ENDERECO: CEP MAIS OS DIGITOS DO NUMERO ('S/N' NAO CONTA).
           MOVE SPACES TO WS-NUMERO-NORM
           MOVE ZEROS  TO WS-QTD-DIGITOS
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 6
               MOVE NUMERO-CLIENTE OF REG-CLIENTE(WS-POS:1)
                   TO WS-CARACTER
               IF WS-CARACTER IS NUMERIC
                   ADD 1 TO WS-QTD-DIGITOS
                   MOVE WS-CARACTER TO WS-NUMERO-NORM(WS-QTD-DIGITOS:1)
               END-IF
           END-PERFORM
           IF CEP-CLIENTE OF REG-CLIENTE IS NUMERIC AND
               CEP-CLIENTE OF REG-CLIENTE > ZEROS AND
               WS-QTD-DIGITOS > 0
               MOVE CEP-CLIENTE OF REG-CLIENTE TO WS-EN-CEP
               MOVE WS-NUMERO-NORM TO WS-EN-NUMERO
               MOVE WS-ENDERECO-NORM TO WS-TC-ENDERECO(WS-QTD-CLIENTES)
           ELSE
               MOVE SPACES TO WS-TC-ENDERECO(WS-QTD-CLIENTES)
           END-IF

      *> CPF/CNPJ AINDA PENDENTE (TIPO EM BRANCO) NAO CONTA.
           IF TIPO-PESSOA-CLIENTE OF REG-CLIENTE NOT EQUAL SPACES
               MOVE DOCTO-CLIENTE OF REG-CLIENTE
                   TO WS-TC-DOCTO(WS-QTD-CLIENTES)
           ELSE
               MOVE ZEROS TO WS-TC-DOCTO(WS-QTD-CLIENTES)
           END-IF.
       0110-NORMALIZA-CLIENTE-FIM.
           EXIT.
      *
      **************************************
      * NOME NORMALIZADO: MAIUSCULAS, SO   *
      * LETRAS, SEM PARTICULAS, PALAVRAS   *
      * EMENDADAS; GUARDA A PRIMEIRA E A   *
      * ULTIMA PALAVRA PARA O CASO PARCIAL *
      **************************************
      *
       0120-NORMALIZA-NOME.
           MOVE SPACES TO WS-NOME-NORM WS-PRIMEIRO-NORM WS-ULTIMO-NORM
           MOVE SPACES TO WS-PALAVRA
           MOVE ZEROS  TO WS-POS-SAIDA WS-TAM-PALAVRA
           MOVE NOME-CLIENTE OF REG-CLIENTE TO WS-NOME-TRAB
           INSPECT WS-NOME-TRAB CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

      *> A 21A POSICAO E SEMPRE BRANCO E FECHA A ULTIMA PALAVRA.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 21
               MOVE WS-NOME-TRAB(WS-POS:1) TO WS-CARACTER
               IF WS-CARACTER IS ALPHABETIC AND WS-CARACTER NOT = ' '
                   ADD 1 TO WS-TAM-PALAVRA
                   MOVE WS-CARACTER TO WS-PALAVRA(WS-TAM-PALAVRA:1)
               ELSE
                   IF WS-TAM-PALAVRA > 0
                       PERFORM 0130-FECHA-PALAVRA
                           THRU 0130-FECHA-PALAVRA-FIM
                   END-IF
               END-IF
           END-PERFORM.
       0120-NORMALIZA-NOME-FIM.
           EXIT.
      *
       0130-FECHA-PALAVRA.
           IF WS-PALAVRA NOT = 'DA' AND WS-PALAVRA NOT = 'DE' AND
               WS-PALAVRA NOT = 'DO' AND WS-PALAVRA NOT = 'DAS' AND
               WS-PALAVRA NOT = 'DOS' AND WS-PALAVRA NOT = 'E'
               IF WS-PRIMEIRO-NORM EQUAL SPACES
                   MOVE WS-PALAVRA TO WS-PRIMEIRO-NORM
               END-IF
               MOVE WS-PALAVRA TO WS-ULTIMO-NORM
               IF WS-POS-SAIDA + WS-TAM-PALAVRA NOT > 20
                   MOVE WS-PALAVRA(1:WS-TAM-PALAVRA)
                       TO WS-NOME-NORM(WS-POS-SAIDA + 1:WS-TAM-PALAVRA)
                   ADD WS-TAM-PALAVRA TO WS-POS-SAIDA
               END-IF
           END-IF
           MOVE SPACES TO WS-PALAVRA
           MOVE ZEROS  TO WS-TAM-PALAVRA.
       0130-FECHA-PALAVRA-FIM.
           EXIT.
      *
      **************************************
      * OS PENDENTES DA RODADA ANTERIOR    *
      * SAO RECALCULADOS; OS DECIDIDOS     *
      * FICAM                              *
      **************************************
      *
       0200-LIMPA-PENDENTES.
           SET WS-FS-CANDIDATOS TO 0.
           SET WS-EOF           TO 0.
           OPEN I-O DUP_CANDIDATOS
           IF WS-FS-CANDIDATOS EQUAL 35
               OPEN OUTPUT DUP_CANDIDATOS
               CLOSE DUP_CANDIDATOS
               OPEN I-O DUP_CANDIDATOS
               GO TO 0200-LIMPA-PENDENTES-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ DUP_CANDIDATOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DCD-PENDENTE
                           DELETE DUP_CANDIDATOS RECORD
                           ADD 1 TO WS-QTD-PEND-ANTERIORES
                       END-IF
               END-READ
           END-PERFORM.
       0200-LIMPA-PENDENTES-FIM.
           EXIT.
      *
      **************************************
      * COMPARACAO DE UM CLIENTE COM OS    *
      * SEGUINTES NA ORDEM DO CODIGO       *
      **************************************
      *
       1000-COMPARA-CLIENTE.
           PERFORM 1100-PONTUA-PAR THRU 1100-PONTUA-PAR-FIM
               VARYING WS-J FROM WS-I BY 1
               UNTIL WS-J >= WS-QTD-CLIENTES.
       1000-COMPARA-CLIENTE-FIM.
           EXIT.
      *
      *> WS-J ANDA DE WS-I ATE O PENULTIMO; O PAR E (WS-I, WS-J + 1).
       1100-PONTUA-PAR.
           ADD 1 TO WS-QTD-PARES
           MOVE ZEROS TO WS-PONTOS
           MOVE 'N' TO WS-CRIT-NOME WS-CRIT-TELEFONE
               WS-CRIT-EMAIL WS-CRIT-ENDERECO WS-CRIT-DOCTO

           IF WS-TC-NOME(WS-I) NOT = SPACES
               IF WS-TC-NOME(WS-I) = WS-TC-NOME(WS-J + 1)
                   ADD WS-PESO-NOME TO WS-PONTOS
                   MOVE 'S' TO WS-CRIT-NOME
               ELSE
                   IF WS-TC-PRIMEIRO(WS-I) = WS-TC-PRIMEIRO(WS-J + 1)
                       AND WS-TC-ULTIMO(WS-I) = WS-TC-ULTIMO(WS-J + 1)
                       ADD WS-PESO-NOME-PARCIAL TO WS-PONTOS
                       MOVE 'P' TO WS-CRIT-NOME
                   END-IF
               END-IF
           END-IF

           IF WS-TC-TELEFONE(WS-I) NOT = SPACES AND
               WS-TC-TELEFONE(WS-I) = WS-TC-TELEFONE(WS-J + 1)
               ADD WS-PESO-TELEFONE TO WS-PONTOS
               MOVE 'S' TO WS-CRIT-TELEFONE
           END-IF

           IF WS-TC-EMAIL(WS-I) NOT = SPACES AND
               WS-TC-EMAIL(WS-I) = WS-TC-EMAIL(WS-J + 1)
               ADD WS-PESO-EMAIL TO WS-PONTOS
               MOVE 'S' TO WS-CRIT-EMAIL
           END-IF

           IF WS-TC-ENDERECO(WS-I) NOT = SPACES AND
               WS-TC-ENDERECO(WS-I) = WS-TC-ENDERECO(WS-J + 1)
               ADD WS-PESO-ENDERECO TO WS-PONTOS
               MOVE 'S' TO WS-CRIT-ENDERECO
           END-IF

           IF WS-TC-DOCTO(WS-I) NOT = ZEROS AND
               WS-TC-DOCTO(WS-I) = WS-TC-DOCTO(WS-J + 1)
               ADD WS-PESO-DOCTO TO WS-PONTOS
               MOVE 'S' TO WS-CRIT-DOCTO
           END-IF

           IF WS-PONTOS NOT < WS-DUPCLI-CORTE AND WS-PONTOS > 0
               PERFORM 2000-GRAVA-CANDIDATO
                   THRU 2000-GRAVA-CANDIDATO-FIM
           END-IF.
       1100-PONTUA-PAR-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO E IMPRESSAO DE UM PAR     *
      * CANDIDATO AINDA NAO DECIDIDO       *
      **************************************
      *
       2000-GRAVA-CANDIDATO.
           MOVE WS-TC-COD(WS-I)     TO DCD-COD-CLIENTE-A
           MOVE WS-TC-COD(WS-J + 1) TO DCD-COD-CLIENTE-B
      *> PAR JA DECIDIDO (OS PENDENTES FORAM LIMPOS NO INICIO) NAO
      *> VOLTA PARA A REVISAO.
           READ DUP_CANDIDATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-DECIDIDOS
                   GO TO 2000-GRAVA-CANDIDATO-FIM
           END-READ

           MOVE WS-TC-COD(WS-I)     TO DCD-COD-CLIENTE-A
           MOVE WS-TC-COD(WS-J + 1) TO DCD-COD-CLIENTE-B
           MOVE WS-HOJE-AAAAMMDD TO DCD-DT-DETECCAO
           MOVE WS-PONTOS        TO DCD-PONTOS
           MOVE 'P'              TO DCD-SITUACAO
           MOVE ZEROS            TO DCD-COD-SOBREVIVENTE
           MOVE SPACES           TO DCD-OPERADOR
           MOVE ZEROS            TO DCD-DT-DECISAO
           MOVE WS-CRIT-NOME     TO DCD-CRIT-NOME
           MOVE WS-CRIT-TELEFONE TO DCD-CRIT-TELEFONE
           MOVE WS-CRIT-EMAIL    TO DCD-CRIT-EMAIL
           MOVE WS-CRIT-ENDERECO TO DCD-CRIT-ENDERECO
           MOVE WS-CRIT-DOCTO    TO DCD-CRIT-DOCTO
           WRITE REG-DUP-CANDIDATO
               INVALID KEY
                   REWRITE REG-DUP-CANDIDATO
           END-WRITE
           ADD 1 TO WS-QTD-CANDIDATOS

           PERFORM 2200-IMPRIME-PAR THRU 2200-IMPRIME-PAR-FIM.
       2000-GRAVA-CANDIDATO-FIM.
           EXIT.
      *
      **************************************
      * OS DOIS CADASTROS LADO A LADO COM  *
      * O SALDO EM ABERTO DE CADA UM       *
      **************************************
      *
       2200-IMPRIME-PAR.
           MOVE DCD-COD-CLIENTE-A TO COD-CLIENTE OF REG-CLIENTE
           READ CLIENTES
               INVALID KEY
                   INITIALIZE REG-CLIENTE
           END-READ
           MOVE REG-CLIENTE TO WS-CLIENTE-A
           MOVE DCD-COD-CLIENTE-B TO COD-CLIENTE OF REG-CLIENTE
           READ CLIENTES
               INVALID KEY
                   INITIALIZE REG-CLIENTE
           END-READ
           MOVE REG-CLIENTE TO WS-CLIENTE-B

           MOVE ZEROS TO WS-VL-ABERTO-A WS-VL-VENCIDO-A
               WS-VL-ABERTO-B WS-VL-VENCIDO-B
           IF WS-FS-POSICAO NOT EQUAL 35
               MOVE DCD-COD-CLIENTE-A TO POS-COD-CLIENTE
               READ POSICAO_CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POS-VL-ABERTO  TO WS-VL-ABERTO-A
                       MOVE POS-VL-VENCIDO TO WS-VL-VENCIDO-A
               END-READ
               MOVE DCD-COD-CLIENTE-B TO POS-COD-CLIENTE
               READ POSICAO_CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POS-VL-ABERTO  TO WS-VL-ABERTO-B
                       MOVE POS-VL-VENCIDO TO WS-VL-VENCIDO-B
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' PAR ' DELIMITED BY SIZE
               DCD-COD-CLIENTE-A DELIMITED BY SIZE
               ' X ' DELIMITED BY SIZE
               DCD-COD-CLIENTE-B DELIMITED BY SIZE
               '   PONTOS ' DELIMITED BY SIZE
               DCD-PONTOS DELIMITED BY SIZE
               '   NOME ' DELIMITED BY SIZE
               DCD-CRIT-NOME DELIMITED BY SIZE
               ' TELEFONE ' DELIMITED BY SIZE
               DCD-CRIT-TELEFONE DELIMITED BY SIZE
               ' E-MAIL ' DELIMITED BY SIZE
               DCD-CRIT-EMAIL DELIMITED BY SIZE
               ' ENDERECO ' DELIMITED BY SIZE
               DCD-CRIT-ENDERECO DELIMITED BY SIZE
               ' CPF/CNPJ ' DELIMITED BY SIZE
               DCD-CRIT-DOCTO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE 'CODIGO'  TO WS-LP-ROTULO
           MOVE COD-CLIENTE OF WS-CLIENTE-A TO WS-LP-A
           MOVE COD-CLIENTE OF WS-CLIENTE-B TO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM
           MOVE 'NOME'    TO WS-LP-ROTULO
           MOVE NOME-CLIENTE OF WS-CLIENTE-A TO WS-LP-A
           MOVE NOME-CLIENTE OF WS-CLIENTE-B TO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM
           MOVE 'TELEFONE' TO WS-LP-ROTULO
           MOVE TELEFONE-CLIENTE OF WS-CLIENTE-A TO WS-LP-A
           MOVE TELEFONE-CLIENTE OF WS-CLIENTE-B TO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM
           MOVE 'E-MAIL'  TO WS-LP-ROTULO
           MOVE EMAIL-CLIENTE OF WS-CLIENTE-A TO WS-LP-A
           MOVE EMAIL-CLIENTE OF WS-CLIENTE-B TO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM
           MOVE 'ENDERECO' TO WS-LP-ROTULO
           MOVE SPACES TO WS-LP-A WS-LP-B
           STRING LOGRADOURO-CLIENTE OF WS-CLIENTE-A
                   DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               NUMERO-CLIENTE OF WS-CLIENTE-A DELIMITED BY SIZE
               INTO WS-LP-A
           STRING LOGRADOURO-CLIENTE OF WS-CLIENTE-B
                   DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               NUMERO-CLIENTE OF WS-CLIENTE-B DELIMITED BY SIZE
               INTO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM
           MOVE 'CIDADE/CEP' TO WS-LP-ROTULO
           MOVE SPACES TO WS-LP-A WS-LP-B
           STRING CIDADE-CLIENTE OF WS-CLIENTE-A DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               UF-CLIENTE OF WS-CLIENTE-A DELIMITED BY SIZE
               ' CEP ' DELIMITED BY SIZE
               CEP-CLIENTE OF WS-CLIENTE-A DELIMITED BY SIZE
               INTO WS-LP-A
           STRING CIDADE-CLIENTE OF WS-CLIENTE-B DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               UF-CLIENTE OF WS-CLIENTE-B DELIMITED BY SIZE
               ' CEP ' DELIMITED BY SIZE
               CEP-CLIENTE OF WS-CLIENTE-B DELIMITED BY SIZE
               INTO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM
           MOVE 'CPF/CNPJ' TO WS-LP-ROTULO
           MOVE SPACES TO WS-LP-A WS-LP-B
           MOVE DOCTO-CLIENTE OF WS-CLIENTE-A TO WS-DOCTO-A
           MOVE DOCTO-CLIENTE OF WS-CLIENTE-B TO WS-DOCTO-B
           STRING TIPO-PESSOA-CLIENTE OF WS-CLIENTE-A
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DOCTO-A DELIMITED BY SIZE
               INTO WS-LP-A
           STRING TIPO-PESSOA-CLIENTE OF WS-CLIENTE-B
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DOCTO-B DELIMITED BY SIZE
               INTO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM
           MOVE 'EM ABERTO' TO WS-LP-ROTULO
           MOVE SPACES TO WS-LP-A WS-LP-B
           MOVE WS-VL-ABERTO-A  TO WS-VL-EDITADO
           MOVE WS-VL-VENCIDO-A TO WS-VL-EDITADO-2
           STRING WS-VL-EDITADO DELIMITED BY SIZE
               ' VENCIDO ' DELIMITED BY SIZE
               WS-VL-EDITADO-2 DELIMITED BY SIZE
               INTO WS-LP-A
           MOVE WS-VL-ABERTO-B  TO WS-VL-EDITADO
           MOVE WS-VL-VENCIDO-B TO WS-VL-EDITADO-2
           STRING WS-VL-EDITADO DELIMITED BY SIZE
               ' VENCIDO ' DELIMITED BY SIZE
               WS-VL-EDITADO-2 DELIMITED BY SIZE
               INTO WS-LP-B
           PERFORM 2210-LINHA-PAR THRU 2210-LINHA-PAR-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING '   DECISAO: [ ] UNIFICAR  [ ] NAO E DUPLICADO'
                   DELIMITED BY SIZE
               '   SOBREVIVENTE: ______' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       2200-IMPRIME-PAR-FIM.
           EXIT.
      *
       2210-LINHA-PAR.
           MOVE WS-LINHA-PAR TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       2210-LINHA-PAR-FIM.
           EXIT.
      *
      **************************************
      * RESUMO NO FIM DO RELATORIO         *
      **************************************
      *
       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CLIENTES ' DELIMITED BY SIZE
               WS-QTD-CLIENTES DELIMITED BY SIZE
               ' PARES COMPARADOS ' DELIMITED BY SIZE
               WS-QTD-PARES DELIMITED BY SIZE
               ' CANDIDATOS ' DELIMITED BY SIZE
               WS-QTD-CANDIDATOS DELIMITED BY SIZE
               ' JA DECIDIDOS ' DELIMITED BY SIZE
               WS-QTD-JA-DECIDIDOS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE ' REGISTRE AS DECISOES NA REVISAO DE DUPLICADOS '
               TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DE UMA LINHA NO RELATORIO *
      * COM QUEBRA DE PAGINA E CABECALHO   *
      **************************************
      *
       9500-GRAVA-LINHA-REL.
           IF WS-REL-LINHAS >= WS-REL-LINHAS-MAX
               PERFORM 9600-CABECALHO-REL
                   THRU 9600-CABECALHO-REL-FIM
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           ADD 1 TO WS-REL-LINHAS.
       9500-GRAVA-LINHA-REL-FIM.
           EXIT.
      *
       9600-CABECALHO-REL.
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'CLIENTES CANDIDATOS A DUPLICADOS'
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 2 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA NO SPOOL O RELATORIO JA   *
      * FECHADO, RELENDO-O LINHA A LINHA   *
      **************************************
      *
       9700-ARQUIVA-RELATORIO.
           SET WS-FS-REL  TO 0.
           SET WS-EOF-REL TO 0.
           OPEN INPUT RELATORIO
           IF WS-FS-REL NOT EQUAL 0
               DISPLAY "* RELATORIO NAO CATALOGADO NO SPOOL - ERRO "
                   WS-FS-REL " NA RELEITURA *"
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'A' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO NOT EQUAL 'S'
               DISPLAY "* SPOOL DE RELATORIOS INDISPONIVEL - RELATORIO "
                   "NAO CATALOGADO *"
               CLOSE RELATORIO
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'L' TO WS-AR-FUNCAO
           PERFORM UNTIL WS-EOF-REL = 1
               READ RELATORIO INTO WS-AR-LINHA
                   AT END
                       MOVE 1 TO WS-EOF-REL
                   NOT AT END
                       CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO,
                           WS-AR-PROGRAMA, WS-AR-TITULO,
                           WS-AR-OPERADOR, WS-AR-PAGINAS,
                           WS-AR-LINHA, WS-AR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RELATORIO

           COMPUTE WS-AR-PAGINAS = WS-REL-PAGINA - 1
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_199.
