      * Author: Ana Beatriz Barbosa Alves
      * Date: 02/09/2021
      * Purpose: Trabalhando com arquivos de dados
      * O CLIENTE TRAZ O TIPO DE PESSOA E O CPF/CNPJ, CONFERIDO PELA
      * SUBROTINA VALIDA_DOCTO; O MESMO NUMERO NAO PODE FICAR EM DOIS
      * CLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-EXCLUIR       PIC X VALUES SPACE.

       01 WS-CLIENTE.
           03 WS-COD-CLIENTE          PIC 9(05).
           03 WS-NOME-CLIENTE         PIC X(20).
           03 WS-TELEFONE-CLIENTE     PIC X(14).
           03 WS-LOGRADOURO-CLIENTE   PIC X(30).
           03 WS-EMAIL-CLIENTE        PIC X(30).
           03 WS-COD-VENDEDOR         PIC 9(03).
           03 WS-REVISAO-ENDERECO     PIC X(01).
           03 WS-TIPO-PESSOA-CLIENTE  PIC X(01).
           03 WS-DOCTO-CLIENTE        PIC 9(14) COMP-3.

      *> CPF/CNPJ DIGITADO E CONFERENCIA DE NUMERO REPETIDO, FEITA
      *> PERCORRENDO CLIENTES COM O REGISTRO EM EDICAO GUARDADO.
       77 WS-TIPO-DIGITADO            PIC X(01).
       77 WS-DOCTO-DIGITADO           PIC 9(14).
       77 WS-DOCTO-VALIDO             PIC X(01).
       77 WS-DOCTO-REPETIDO           PIC X(01).
       77 WS-COD-REPETIDO             PIC 9(05).
       77 WS-EOF-DOCTO                PIC 99.
       01 WS-REG-CLIENTE-SALVO        PIC X(150).

      *> UF DIGITADA, VALIDADA CONTRA A LISTA DAS 27 UNIDADES DA
      *> FEDERACAO ANTES DE ENTRAR NO CADASTRO.
            DISPLAY 'INFORME O CODIGO DO VENDEDOR DO CLIENTE'
            ACCEPT COD-VENDEDOR.

       INC-008.
            PERFORM 7000-INFORMA-DOCTO THRU 7000-INFORMA-DOCTO-FIM.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            MOVE 'L'             TO WS-LK-FUNCAO
            MOVE 'CLIENTES'      TO WS-LK-ARQUIVO
            MOVE SPACES          TO WS-LK-REGISTRO
            MOVE COD-CLIENTE     TO WS-LK-REGISTRO(1:5)
            CALL 'REG_LOCK' USING WS-LK-FUNCAO, WS-LK-ARQUIVO,
                WS-LK-REGISTRO, WS-SIGN-OPERADOR, WS-LK-DONO,
                WS-LK-RESULTADO
                           WS-EMAIL-CLIENTE
                       DISPLAY 'CODIGO DO VENDEDOR: '
                           WS-COD-VENDEDOR
                       DISPLAY 'TIPO/CPF-CNPJ: '
                           WS-TIPO-PESSOA-CLIENTE ' '
                           WS-DOCTO-CLIENTE
                       MOVE 'S' TO WS-ALTERAR
            END-READ.

               ACCEPT EMAIL-CLIENTE
               DISPLAY 'INFORME O CODIGO DO VENDEDOR DO CLIENTE'
               ACCEPT COD-VENDEDOR
               PERFORM 7000-INFORMA-DOCTO THRU 7000-INFORMA-DOCTO-FIM

               REWRITE REG-CLIENTE
               END-REWRITE
            MOVE 'L'             TO WS-LK-FUNCAO
            MOVE 'CLIENTES'      TO WS-LK-ARQUIVO
            MOVE SPACES          TO WS-LK-REGISTRO
            MOVE COD-CLIENTE     TO WS-LK-REGISTRO(1:5)
            CALL 'REG_LOCK' USING WS-LK-FUNCAO, WS-LK-ARQUIVO,
                WS-LK-REGISTRO, WS-SIGN-OPERADOR, WS-LK-DONO,
                WS-LK-RESULTADO
                               ' CEP ' WS-CEP-CLIENTE
                               ' EMAIL: ' WS-EMAIL-CLIENTE
                               ' VENDEDOR: ' WS-COD-VENDEDOR
                               ' CPF/CNPJ: ' WS-DOCTO-CLIENTE
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
                           WS-EMAIL-CLIENTE
                       DISPLAY 'CODIGO DO VENDEDOR: '
                           WS-COD-VENDEDOR
                       IF WS-TIPO-PESSOA-CLIENTE = SPACES
                           DISPLAY '* CPF/CNPJ PENDENTE *'
                       ELSE
                           DISPLAY 'TIPO/CPF-CNPJ: '
                               WS-TIPO-PESSOA-CLIENTE ' '
                               WS-DOCTO-CLIENTE
                       END-IF
                       DISPLAY " "
            END-READ.
            CLOSE CLIENTES
                   STOP RUN.
      *
      **************************************************
      * TIPO DE PESSOA E CPF/CNPJ DO CLIENTE: O NUMERO *
      * TEM DE PASSAR NOS DIGITOS VERIFICADORES E NAO  *
      * PODE ESTAR EM OUTRO CLIENTE.                   *
      **************************************************
      *
       7000-INFORMA-DOCTO.
            DISPLAY 'TIPO DE PESSOA (F=FISICA/CPF J=JURIDICA/CNPJ)'
            ACCEPT WS-TIPO-DIGITADO
            IF WS-TIPO-DIGITADO NOT = 'F' AND 'J'
               DISPLAY "*** DIGITE APENAS F OU J ***"
               GO TO 7000-INFORMA-DOCTO.
            DISPLAY 'INFORME O CPF/CNPJ (SO NUMEROS)'
            ACCEPT WS-DOCTO-DIGITADO
            CALL 'VALIDA_DOCTO' USING WS-TIPO-DIGITADO,
                WS-DOCTO-DIGITADO, WS-DOCTO-VALIDO
            IF WS-DOCTO-VALIDO NOT = 'S'
               DISPLAY "*** CPF/CNPJ INVALIDO ***"
               GO TO 7000-INFORMA-DOCTO.
            MOVE WS-TIPO-DIGITADO  TO TIPO-PESSOA-CLIENTE
            MOVE WS-DOCTO-DIGITADO TO DOCTO-CLIENTE
            PERFORM 7100-CONFERE-REPETIDO THRU 7100-CONFERE-REPETIDO-FIM
            IF WS-DOCTO-REPETIDO = 'S'
               DISPLAY "*** CPF/CNPJ JA CADASTRADO NO CLIENTE "
                   WS-COD-REPETIDO " ***"
               GO TO 7000-INFORMA-DOCTO.
       7000-INFORMA-DOCTO-FIM.
            EXIT.

      *> O REGISTRO EM EDICAO E GUARDADO E DEVOLVIDO NO FIM, E O
      *> PROPRIO CLIENTE (MESMO CODIGO) NAO CONTA COMO REPETIDO.
       7100-CONFERE-REPETIDO.
            MOVE 'N'         TO WS-DOCTO-REPETIDO
            MOVE REG-CLIENTE TO WS-REG-CLIENTE-SALVO
            SET WS-EOF-DOCTO TO 0
            MOVE ZEROS TO COD-CLIENTE
            START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                  MOVE 1 TO WS-EOF-DOCTO
            END-START
            IF WS-FS NOT = "00"
               MOVE 1 TO WS-EOF-DOCTO
            END-IF
            PERFORM UNTIL WS-EOF-DOCTO = 1
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-DOCTO
                   NOT AT END
                       IF DOCTO-CLIENTE = WS-DOCTO-DIGITADO
                          AND COD-CLIENTE NOT =
                              WS-REG-CLIENTE-SALVO(1:5)
                           MOVE 'S'         TO WS-DOCTO-REPETIDO
                           MOVE COD-CLIENTE TO WS-COD-REPETIDO
                           MOVE 1           TO WS-EOF-DOCTO
                       END-IF
               END-READ
            END-PERFORM
            MOVE WS-REG-CLIENTE-SALVO TO REG-CLIENTE.
       7100-CONFERE-REPETIDO-FIM.
            EXIT.
      *
      **************************************************
      * MENSAGEM PADRONIZADA DE FILE STATUS, PARA QUE  *
      * O OPERADOR VEJA SEMPRE A MESMA EXPLICACAO EM   *
      * LINGUAGEM CLARA PARA O MESMO CODIGO.           *
       9700-GRAVA-JORNAL.
           MOVE 'CLIENTES'   TO WS-JR-ARQUIVO
           MOVE SPACES       TO WS-JR-CHAVE
           MOVE COD-CLIENTE  TO WS-JR-CHAVE(1:5)
           MOVE SPACES       TO WS-JR-IMAGEM
           MOVE REG-CLIENTE  TO WS-JR-IMAGEM
           CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO, WS-JR-CHAVE,
