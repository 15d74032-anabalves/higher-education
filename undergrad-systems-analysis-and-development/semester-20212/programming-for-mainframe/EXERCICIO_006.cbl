      * Author: Ana Beatriz Barbosa Alves
      * Date: 02/09/2021
      * Purpose: Trabalhando com arquivos de dados
      * O CADASTRO TAMBEM GUARDA O CNPJ/CPF DO FORNECEDOR E AS
      * ALIQUOTAS DE RETENCAO NA FONTE (IRRF, ISS E INSS) QUE O
      * PAGAMENTO (EXERCICIO_062 E BORDERO, EXERCICIO_091) DESCONTA
      * E RECOLHE AO FISCO (LAYOUT EM FORNEC.CPY).
      * O CNPJ/CPF VEM COM O TIPO DE PESSOA E E CONFERIDO PELA
      * SUBROTINA VALIDA_DOCTO, SEM REPETIR O NUMERO DE OUTRO
      * FORNECEDOR; BANCO, AGENCIA E CONTA SAO OS DO CREDITO NA
      * REMESSA DE PAGAMENTO (EXERCICIO_091).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 W-CONF           PIC X(01) VALUE SPACES.
       77 WS-ALTERAR       PIC X VALUES SPACE.
       77 WS-EXCLUIR       PIC X VALUES SPACE.
       77 WS-PCT-TOTAL     PIC 9(03)V9(02).

       01 WS-FORNECEDOR.
           03 WS-COD-FORNECEDOR          PIC 9(05).
           03 WS-NOME-FORNECEDOR         PIC X(20).
           03 WS-TELEFONE-FORNECEDOR     PIC X(15).
           03 WS-CNPJ-CPF                PIC 9(14).
           03 WS-PCT-IRRF                PIC 9(02)V9(02).
           03 WS-PCT-ISS                 PIC 9(02)V9(02).
           03 WS-PCT-INSS                PIC 9(02)V9(02).
           03 WS-TIPO-PESSOA             PIC X(01).
           03 WS-BANCO                   PIC 9(03).
           03 WS-AGENCIA                 PIC 9(04).
           03 WS-CONTA                   PIC 9(12).
           03 WS-DV-CONTA                PIC X(01).

      *> CPF/CNPJ DIGITADO E CONFERENCIA DE NUMERO REPETIDO, FEITA
      *> PERCORRENDO FORNECEDORES COM O REGISTRO EM EDICAO GUARDADO.
       77 WS-TIPO-DIGITADO            PIC X(01).
       77 WS-DOCTO-DIGITADO           PIC 9(14).
       77 WS-DOCTO-VALIDO             PIC X(01).
       77 WS-DOCTO-REPETIDO           PIC X(01).
       77 WS-COD-REPETIDO             PIC 9(05).
       77 WS-EOF-DOCTO                PIC 99.
       01 WS-REG-FORN-SALVO           PIC X(100).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
            DISPLAY "------------ CADASTRO DE FORNECEDOR ------------".
       INC-002.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT FORN-COD-FORNECEDOR
            IF FORN-COD-FORNECEDOR = ZEROS
               DISPLAY "CODIGO NAO PODE SER EM BRANCO"
               GO TO INC-002.

       INC-003.
            DISPLAY 'INFORME O NOME DO FORNECEDOR'
            ACCEPT FORN-NOME-FORNECEDOR
            IF FORN-NOME-FORNECEDOR = SPACES
               DISPLAY "NOME DO FORNECEDOR NAO PODE SER EM BRANCO"
               GO TO INC-003.

       INC-004.
            DISPLAY 'INFORME O TELEFONE DO FORNECEDOR'
            ACCEPT FORN-TELEFONE-FORNECEDOR
            IF FORN-TELEFONE-FORNECEDOR = SPACES
               DISPLAY "TELEFONE NAO PODE SER EM BRANCO"
               GO TO INC-004.

      *> CNPJ/CPF E ALIQUOTAS DE RETENCAO NA FONTE.
       INC-005.
            PERFORM 7000-INFORMA-DOCTO THRU 7000-INFORMA-DOCTO-FIM.

       INC-006.
            PERFORM 2000-INFORMA-RETENCOES
               THRU 2000-INFORMA-RETENCOES-FIM.

       INC-007.
            PERFORM 2200-INFORMA-BANCO THRU 2200-INFORMA-BANCO-FIM.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            OPEN I-O FORNECEDORES.
            DISPLAY '---------- ALTERACAO DE FORNECEDOR -------------'
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR'
            ACCEPT FORN-COD-FORNECEDOR

            READ FORNECEDORES RECORD INTO WS-FORNECEDOR
              KEY IS FORN-COD-FORNECEDOR
                   INVALID KEY
                       PERFORM 9800-MSG-FILE-STATUS
                           THRU 9800-MSG-FILE-STATUS-FIM
                           WS-NOME-FORNECEDOR
                       DISPLAY 'TELEFONE DO FORNECEDOR: '
                           WS-TELEFONE-FORNECEDOR
                       PERFORM 2100-MOSTRA-RETENCOES
                          THRU 2100-MOSTRA-RETENCOES-FIM
                       MOVE 'S' TO WS-ALTERAR
            END-READ.

            IF WS-ALTERAR EQUAL 'S'
               DISPLAY 'INFORME O NOME DO FORNECEDOR'
               ACCEPT FORN-NOME-FORNECEDOR
               DISPLAY 'INFORME O TELEFONE DO FORNECEDOR'
               ACCEPT FORN-TELEFONE-FORNECEDOR
               PERFORM 7000-INFORMA-DOCTO THRU 7000-INFORMA-DOCTO-FIM
               PERFORM 2000-INFORMA-RETENCOES
                  THRU 2000-INFORMA-RETENCOES-FIM
               PERFORM 2200-INFORMA-BANCO THRU 2200-INFORMA-BANCO-FIM

               REWRITE REG-FORNECEDOR
               END-REWRITE
            OPEN I-O FORNECEDORES.
            DISPLAY '---------- EXCLUSAO DE FORNECEDOR -------------'
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR'
            ACCEPT FORN-COD-FORNECEDOR

            READ FORNECEDORES RECORD INTO WS-FORNECEDOR
              KEY IS FORN-COD-FORNECEDOR
                   INVALID KEY
                       PERFORM 9800-MSG-FILE-STATUS
                           THRU 9800-MSG-FILE-STATUS-FIM
            OPEN I-O FORNECEDORES.
            DISPLAY '---------- CONSULTA DE FORNECEDOR -------------'
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR'
            ACCEPT FORN-COD-FORNECEDOR

            READ FORNECEDORES RECORD INTO WS-FORNECEDOR
              KEY IS FORN-COD-FORNECEDOR
                   INVALID KEY
                       PERFORM 9800-MSG-FILE-STATUS
                           THRU 9800-MSG-FILE-STATUS-FIM
                           WS-NOME-FORNECEDOR
                       DISPLAY 'TELEFONE DO FORNECEDOR: '
                           WS-TELEFONE-FORNECEDOR
                       PERFORM 2100-MOSTRA-RETENCOES
                          THRU 2100-MOSTRA-RETENCOES-FIM
                       DISPLAY " "
            END-READ.
            CLOSE FORNECEDORES
                   STOP RUN.
      *
      **************************************************
      * ALIQUOTAS DE RETENCAO NA FONTE DO FORNECEDOR.  *
      * ZERO = NAO RETEM. A SOMA TEM DE FICAR ABAIXO   *
      * DE 100%, SENAO NAO SOBRA LIQUIDO A PAGAR.      *
      **************************************************
      *
       2000-INFORMA-RETENCOES.
            DISPLAY 'RETENCOES NA FONTE DO FORNECEDOR:'
            DISPLAY 'ALIQUOTA DE IRRF (EX: 1,50 - 0 = NAO RETEM)'
            ACCEPT FORN-PCT-IRRF
            DISPLAY 'ALIQUOTA DE ISS (EX: 5,00 - 0 = NAO RETEM)'
            ACCEPT FORN-PCT-ISS
            DISPLAY 'ALIQUOTA DE INSS (EX: 11,00 - 0 = NAO RETEM)'
            ACCEPT FORN-PCT-INSS
            COMPUTE WS-PCT-TOTAL = FORN-PCT-IRRF + FORN-PCT-ISS
                                 + FORN-PCT-INSS
            IF WS-PCT-TOTAL NOT < 100
               DISPLAY "SOMA DAS RETENCOES DEVE SER MENOR QUE 100%"
               GO TO 2000-INFORMA-RETENCOES.
       2000-INFORMA-RETENCOES-FIM.
           EXIT.

       2100-MOSTRA-RETENCOES.
            IF WS-TIPO-PESSOA = SPACES
               DISPLAY '* CNPJ/CPF PENDENTE *'
            ELSE
               DISPLAY 'TIPO/CNPJ-CPF DO FORNECEDOR: '
                   WS-TIPO-PESSOA ' ' WS-CNPJ-CPF
            END-IF
            IF WS-BANCO = ZEROS
               DISPLAY 'SEM CONTA PARA CREDITO'
            ELSE
               DISPLAY 'BANCO: ' WS-BANCO ' AGENCIA: ' WS-AGENCIA
                   ' CONTA: ' WS-CONTA '-' WS-DV-CONTA
            END-IF
            DISPLAY 'RETENCOES - IRRF: ' WS-PCT-IRRF
                    '% ISS: ' WS-PCT-ISS
                    '% INSS: ' WS-PCT-INSS '%'.
       2100-MOSTRA-RETENCOES-FIM.
           EXIT.
      *
      **************************************************
      * CONTA DO CREDITO NA REMESSA DE PAGAMENTO.      *
      * BANCO ZERO = SEM CONTA (PAGO POR BOLETO).       *
      **************************************************
      *
       2200-INFORMA-BANCO.
            MOVE ZEROS  TO FORN-AGENCIA FORN-CONTA
            MOVE SPACES TO FORN-DV-CONTA
            DISPLAY 'BANCO DO CREDITO (0 = SEM CONTA, BOLETO)'
            ACCEPT FORN-BANCO
            IF FORN-BANCO = ZEROS
               GO TO 2200-INFORMA-BANCO-FIM.
       2200-AGENCIA.
            DISPLAY 'AGENCIA (SEM O DIGITO)'
            ACCEPT FORN-AGENCIA
            IF FORN-AGENCIA = ZEROS
               DISPLAY "AGENCIA NAO PODE SER ZERADA"
               GO TO 2200-AGENCIA.
       2200-CONTA.
            DISPLAY 'CONTA (SEM O DIGITO)'
            ACCEPT FORN-CONTA
            IF FORN-CONTA = ZEROS
               DISPLAY "CONTA NAO PODE SER ZERADA"
               GO TO 2200-CONTA.
       2200-DV-CONTA.
            DISPLAY 'DIGITO DA CONTA (0-9 OU X)'
            ACCEPT FORN-DV-CONTA
            IF FORN-DV-CONTA NOT NUMERIC AND FORN-DV-CONTA NOT = 'X'
               DISPLAY "*** DIGITO DA CONTA INVALIDO ***"
               GO TO 2200-DV-CONTA.
       2200-INFORMA-BANCO-FIM.
           EXIT.
      *
      **************************************************
      * TIPO DE PESSOA E CNPJ/CPF DO FORNECEDOR: O     *
      * NUMERO TEM DE PASSAR NOS DIGITOS VERIFICADORES *
      * E NAO PODE ESTAR EM OUTRO FORNECEDOR.          *
      **************************************************
      *
       7000-INFORMA-DOCTO.
            DISPLAY 'TIPO DE PESSOA (F=FISICA/CPF J=JURIDICA/CNPJ)'
            ACCEPT WS-TIPO-DIGITADO
            IF WS-TIPO-DIGITADO NOT = 'F' AND 'J'
               DISPLAY "*** DIGITE APENAS F OU J ***"
               GO TO 7000-INFORMA-DOCTO.
            DISPLAY 'INFORME O CNPJ/CPF DO FORNECEDOR (SO NUMEROS)'
            ACCEPT WS-DOCTO-DIGITADO
            CALL 'VALIDA_DOCTO' USING WS-TIPO-DIGITADO,
                WS-DOCTO-DIGITADO, WS-DOCTO-VALIDO
            IF WS-DOCTO-VALIDO NOT = 'S'
               DISPLAY "*** CNPJ/CPF INVALIDO ***"
               GO TO 7000-INFORMA-DOCTO.
            MOVE WS-TIPO-DIGITADO  TO FORN-TIPO-PESSOA
            MOVE WS-DOCTO-DIGITADO TO FORN-CNPJ-CPF
            PERFORM 7100-CONFERE-REPETIDO THRU 7100-CONFERE-REPETIDO-FIM
            IF WS-DOCTO-REPETIDO = 'S'
               DISPLAY "*** CNPJ/CPF JA CADASTRADO NO FORNECEDOR "
                   WS-COD-REPETIDO " ***"
               GO TO 7000-INFORMA-DOCTO.
       7000-INFORMA-DOCTO-FIM.
            EXIT.

      *> O REGISTRO EM EDICAO E GUARDADO E DEVOLVIDO NO FIM, E O
      *> PROPRIO FORNECEDOR (MESMO CODIGO) NAO CONTA COMO REPETIDO.
       7100-CONFERE-REPETIDO.
            MOVE 'N'            TO WS-DOCTO-REPETIDO
            MOVE REG-FORNECEDOR TO WS-REG-FORN-SALVO
            SET WS-EOF-DOCTO TO 0
            MOVE ZEROS TO FORN-COD-FORNECEDOR
            START FORNECEDORES KEY IS NOT LESS THAN FORN-COD-FORNECEDOR
               INVALID KEY
                  MOVE 1 TO WS-EOF-DOCTO
            END-START
            IF WS-FS NOT = "00"
               MOVE 1 TO WS-EOF-DOCTO
            END-IF
            PERFORM UNTIL WS-EOF-DOCTO = 1
               READ FORNECEDORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-DOCTO
                   NOT AT END
                       IF FORN-CNPJ-CPF = WS-DOCTO-DIGITADO
                          AND FORN-COD-FORNECEDOR NOT =
                              WS-REG-FORN-SALVO(1:5)
                           MOVE 'S' TO WS-DOCTO-REPETIDO
                           MOVE FORN-COD-FORNECEDOR TO WS-COD-REPETIDO
                           MOVE 1   TO WS-EOF-DOCTO
                       END-IF
               END-READ
            END-PERFORM
            MOVE WS-REG-FORN-SALVO TO REG-FORNECEDOR.
       7100-CONFERE-REPETIDO-FIM.
            EXIT.
      *
      **************************************************
      * MENSAGEM PADRONIZADA DE FILE STATUS, PARA QUE  *
      * O OPERADOR VEJA SEMPRE A MESMA EXPLICACAO EM   *
      * LINGUAGEM CLARA PARA O MESMO CODIGO.           *
