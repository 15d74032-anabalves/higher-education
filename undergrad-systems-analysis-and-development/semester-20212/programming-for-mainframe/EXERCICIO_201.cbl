      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS ARQUIVOS QUE GANHARAM
      * O TIPO DE PESSOA E O CPF/CNPJ, NA MESMA DISCIPLINA DE
      * EXERCICIO_157 - CADA UM E LIDO NO LAYOUT ANTIGO E REGRAVADO
      * NO NOVO EM UM ARQUIVO *_nova QUE O OPERADOR RENOMEIA SOBRE O
      * ORIGINAL APOS CONFERIR OS TOTAIS:
      *   CLIENTES        + TIPO-PESSOA-CLIENTE (EM BRANCO) E
      *                     DOCTO-CLIENTE (ZERADO) - PENDENTES ATE
      *                     SEREM INFORMADOS NO PROGRAMA_EX07
      *   FORNECEDORES    + FORN-TIPO-PESSOA, DEDUZIDO DO CNPJ/CPF
      *                     JA GRAVADO: PASSANDO COMO CNPJ FICA 'J',
      *                     COMO CPF FICA 'F', SENAO EM BRANCO
      *                     (PENDENTE, O NUMERO E MANTIDO PARA
      *                     CONFERENCIA); BANCO, AGENCIA E CONTA
      *                     ZERADOS ATE SEREM INFORMADOS NO
      *                     EXERCICIO_006
      *   JORNAL_IMAGENS  AS IMAGENS DE CLIENTES GANHAM OS DOIS CAMPOS
      *                     (TIPO EM BRANCO, NUMERO ZERADO), PARA QUE
      *                     O ROLL-FORWARD (EXERCICIO_122) NAO
      *                     REAPLIQUE LIXO NO CAMPO COMPACTADO
      *   PROTESTO_REMESSA  + PROT-TIPO-PESSOA (EM BRANCO) E
      *                     PROT-DOCTO-CLIENTE (ZERADO) NO FIM DO
      *                     REGISTRO (179 PARA 194 POSICOES), PARA O
      *                     EXERCICIO_044 CONTINUAR ANEXANDO A REMESSA
      *                     NO LAYOUT NOVO; CONFERE TAMBEM O VALOR
      * AS PENDENCIAS DE DOCUMENTO SAEM NO RELATORIO DE EXERCICIO_202.
      * RODA DEPOIS DO EXERCICIO_198 (CODIGO DO CLIENTE COM 5
      * DIGITOS): OS LAYOUTS ANTIGOS ABAIXO SAO OS DEIXADOS POR ELE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_201.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CA-COD-CLIENTE
           FILE STATUS IS WS-FS-ANTIGO.
           SELECT CLIENTES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-CLIENTE
           FILE STATUS IS WS-FS-NOVO.
           SELECT FORNECEDORES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FA-COD-FORNECEDOR
           FILE STATUS IS WS-FS-ANTIGO.
           SELECT FORNECEDORES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-NOVO.
           SELECT JORNAL_IMAGENS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\jornal_imagens.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGO.
           SELECT JORNAL_IMAGENS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\jornal_imagens_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVO.
           SELECT PROTESTO_REMESSA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\protesto_remessa.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGO.
           SELECT PROTESTO_REMESSA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\protesto_remessa_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUTS ANTIGOS, USADOS APENAS NESTA CONVERSAO.
       FD CLIENTES_ANT.
       01 REG-CLIENTE-ANT.
           03 CA-COD-CLIENTE           PIC 9(005).
           03 CA-NOME-CLIENTE          PIC X(020).
           03 CA-TELEFONE-CLIENTE      PIC X(014).
           03 CA-LOGRADOURO-CLIENTE    PIC X(030).
           03 CA-NUMERO-CLIENTE        PIC X(006).
           03 CA-CIDADE-CLIENTE        PIC X(020).
           03 CA-UF-CLIENTE            PIC X(002).
           03 CA-CEP-CLIENTE           PIC 9(008).
           03 CA-EMAIL-CLIENTE         PIC X(030).
           03 CA-COD-VENDEDOR          PIC 9(003).
           03 CA-REVISAO-ENDERECO      PIC X(001).
       FD CLIENTES_NOVA.
       01 REG-CLIENTE.
           COPY CLIENTE.
       FD FORNECEDORES_ANT.
       01 REG-FORNECEDOR-ANT.
           03 FA-COD-FORNECEDOR        PIC 9(005).
           03 FA-NOME-FORNECEDOR       PIC X(020).
           03 FA-TELEFONE-FORNECEDOR   PIC X(015).
           03 FA-CNPJ-CPF              PIC 9(014).
           03 FA-PCT-IRRF              PIC 9(002)V9(002).
           03 FA-PCT-ISS               PIC 9(002)V9(002).
           03 FA-PCT-INSS              PIC 9(002)V9(002).
       FD FORNECEDORES_NOVA.
       01 REG-FORNECEDOR.
           COPY FORNEC.
       FD JORNAL_IMAGENS_ANT.
       01 REG-JRN-ANT                  PIC X(204).
       FD JORNAL_IMAGENS_NOVA.
       01 REG-JRN-NOVA                 PIC X(204).
      *> REMESSA DE PROTESTO: SO O VALOR INTERESSA NA CONFERENCIA, O
      *> RESTO E COPIADO COMO VEIO.
       FD PROTESTO_REMESSA_ANT.
       01 REG-PROTESTO-ANT.
           03 FILLER                   PIC X(028).
           03 PRA-VL-FATURA            PIC S9(013)V9(002).
           03 FILLER                   PIC X(136).
      *> MESMO LAYOUT DE PROTESTO_REMESSA NO EXERCICIO_044.
       FD PROTESTO_REMESSA_NOVA.
       01 REG-PROTESTO.
           03 PROT-NR-DUPLICATA        PIC 9(007).
           03 PROT-COD-CLIENTE         PIC 9(005).
           03 PROT-DT-EMISSAO          PIC 9(008).
           03 PROT-DT-VENCIMENTO       PIC 9(008).
           03 PROT-VL-FATURA           PIC S9(013)V9(002).
           03 PROT-DIAS-ATRASO         PIC 9(006).
           03 PROT-NOME-CLIENTE        PIC X(020).
           03 PROT-LOGRADOURO          PIC X(030).
           03 PROT-NUMERO              PIC X(006).
           03 PROT-CIDADE              PIC X(020).
           03 PROT-UF                  PIC X(002).
           03 PROT-CEP                 PIC 9(008).
           03 PROT-TELEFONE-CLIENTE    PIC X(014).
           03 PROT-EMAIL-CLIENTE       PIC X(030).
           03 PROT-TIPO-PESSOA         PIC X(001).
           03 PROT-DOCTO-CLIENTE       PIC 9(014).
       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-QTD-LIDOS          PIC 9(006).
       77 WS-QTD-GRAVADOS       PIC 9(006).
       77 WS-QTD-TOTAL          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PF             PIC 9(006).
       77 WS-QTD-PJ             PIC 9(006).
       77 WS-QTD-PENDENTES      PIC 9(006).
       77 WS-QTD-IMAGENS        PIC 9(006).
       77 WS-VL-LIDO            PIC S9(015)V9(002).
       77 WS-VL-GRAVADO         PIC S9(015)V9(002).

      *> CONFERENCIA DO CNPJ/CPF JA GRAVADO NO FORNECEDOR.
       77 WS-TIPO-TESTE         PIC X(001).
       77 WS-DOCTO-TESTE        PIC 9(014).
       77 WS-DOCTO-VALIDO       PIC X(001).

      *> JORNAL: DATA-HORA 1-14, ARQUIVO 15-26, CHAVE 27-46, OPERADOR
      *> 47-54, IMAGEM 55-204. A IMAGEM DE CLIENTES TINHA 139
      *> POSICOES E O RESTO EM BRANCO; A NOVA TEM 148.
       01 WS-REG-JRN                   PIC X(204).
       01 WS-IMAGEM-CLIENTE.
           03 WS-IMG-BASE              PIC X(139).
           03 WS-IMG-TIPO-PESSOA       PIC X(001).
           03 WS-IMG-DOCTO             PIC 9(014) COMP-3.
           03 FILLER                   PIC X(002).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO PARA O CPF/CNPJ NOS CADASTROS ----'
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-CONVERTE-CLIENTES
               THRU 1000-CONVERTE-CLIENTES-FIM.
           PERFORM 2000-CONVERTE-FORNECEDORES
               THRU 2000-CONVERTE-FORNECEDORES-FIM.
           PERFORM 3000-CONVERTE-JORNAL
               THRU 3000-CONVERTE-JORNAL-FIM.
           PERFORM 4000-CONVERTE-PROTESTO
               THRU 4000-CONVERTE-PROTESTO-FIM.
           DISPLAY " "
           DISPLAY "REGISTROS CONVERTIDOS NO TOTAL: " WS-QTD-TOTAL
           IF RETURN-CODE = 0
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE CADA ARQUIVO "
                   "*_nova SOBRE O ORIGINAL *"
               DISPLAY "* AS PENDENCIAS DE CPF/CNPJ SAEM NO "
                   "EXERCICIO_202 *"
           END-IF.
       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * ROTINA COMUM DE CONFERENCIA DE UM  *
      * ARQUIVO CONVERTIDO                 *
      **************************************
      *
       9100-CONFERE-ARQUIVO.
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-CONFERE-ARQUIVO-FIM.
           EXIT.
      *
       1000-CONVERTE-CLIENTES.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT CLIENTES_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO clientes NAO EXISTE - PULADO"
               GO TO 1000-CONVERTE-CLIENTES-FIM
           END-IF
           OPEN OUTPUT CLIENTES_NOVA
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTES_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       MOVE CA-COD-CLIENTE      TO COD-CLIENTE
                       MOVE CA-NOME-CLIENTE     TO NOME-CLIENTE
                       MOVE CA-TELEFONE-CLIENTE TO TELEFONE-CLIENTE
                       MOVE CA-LOGRADOURO-CLIENTE
                           TO LOGRADOURO-CLIENTE
                       MOVE CA-NUMERO-CLIENTE   TO NUMERO-CLIENTE
                       MOVE CA-CIDADE-CLIENTE   TO CIDADE-CLIENTE
                       MOVE CA-UF-CLIENTE       TO UF-CLIENTE
                       MOVE CA-CEP-CLIENTE      TO CEP-CLIENTE
                       MOVE CA-EMAIL-CLIENTE    TO EMAIL-CLIENTE
                       MOVE CA-COD-VENDEDOR     TO COD-VENDEDOR
                       MOVE CA-REVISAO-ENDERECO TO REVISAO-ENDERECO
                       MOVE SPACES TO TIPO-PESSOA-CLIENTE
                       MOVE ZEROS  TO DOCTO-CLIENTE
                       WRITE REG-CLIENTE
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM
           CLOSE CLIENTES_ANT
           CLOSE CLIENTES_NOVA
           DISPLAY " ARQUIVO clientes - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1000-CONVERTE-CLIENTES-FIM.
           EXIT.
      *
       2000-CONVERTE-FORNECEDORES.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           MOVE ZEROS TO WS-QTD-PF WS-QTD-PJ WS-QTD-PENDENTES
           OPEN INPUT FORNECEDORES_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO fornecedores NAO EXISTE - PULADO"
               GO TO 2000-CONVERTE-FORNECEDORES-FIM
           END-IF
           OPEN OUTPUT FORNECEDORES_NOVA
           PERFORM UNTIL WS-EOF = 1
               READ FORNECEDORES_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       MOVE FA-COD-FORNECEDOR  TO FORN-COD-FORNECEDOR
                       MOVE FA-NOME-FORNECEDOR TO FORN-NOME-FORNECEDOR
                       MOVE FA-TELEFONE-FORNECEDOR
                           TO FORN-TELEFONE-FORNECEDOR
                       MOVE FA-CNPJ-CPF   TO FORN-CNPJ-CPF
                       MOVE FA-PCT-IRRF   TO FORN-PCT-IRRF
                       MOVE FA-PCT-ISS    TO FORN-PCT-ISS
                       MOVE FA-PCT-INSS   TO FORN-PCT-INSS
                       PERFORM 2100-DEDUZ-TIPO THRU 2100-DEDUZ-TIPO-FIM
                       MOVE ZEROS  TO FORN-BANCO
                       MOVE ZEROS  TO FORN-AGENCIA
                       MOVE ZEROS  TO FORN-CONTA
                       MOVE SPACES TO FORN-DV-CONTA
                       WRITE REG-FORNECEDOR
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM
           CLOSE FORNECEDORES_ANT
           CLOSE FORNECEDORES_NOVA
           DISPLAY " ARQUIVO fornecedores - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY "   CNPJ VALIDO: " WS-QTD-PJ
               " CPF VALIDO: " WS-QTD-PF
               " PENDENTES: " WS-QTD-PENDENTES
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       2000-CONVERTE-FORNECEDORES-FIM.
           EXIT.
      *
      *> O NUMERO GRAVADO ANTES NAO TINHA TIPO: TENTA COMO CNPJ E
      *> DEPOIS COMO CPF; NAO PASSANDO EM NENHUM, FICA PENDENTE.
       2100-DEDUZ-TIPO.
           MOVE SPACES      TO FORN-TIPO-PESSOA
           IF FA-CNPJ-CPF EQUAL ZEROS
               ADD 1 TO WS-QTD-PENDENTES
               GO TO 2100-DEDUZ-TIPO-FIM
           END-IF
           MOVE FA-CNPJ-CPF TO WS-DOCTO-TESTE
           MOVE 'J'         TO WS-TIPO-TESTE
           CALL 'VALIDA_DOCTO' USING WS-TIPO-TESTE, WS-DOCTO-TESTE,
               WS-DOCTO-VALIDO
           IF WS-DOCTO-VALIDO EQUAL 'S'
               MOVE 'J' TO FORN-TIPO-PESSOA
               ADD 1 TO WS-QTD-PJ
               GO TO 2100-DEDUZ-TIPO-FIM
           END-IF
           MOVE 'F'         TO WS-TIPO-TESTE
           CALL 'VALIDA_DOCTO' USING WS-TIPO-TESTE, WS-DOCTO-TESTE,
               WS-DOCTO-VALIDO
           IF WS-DOCTO-VALIDO EQUAL 'S'
               MOVE 'F' TO FORN-TIPO-PESSOA
               ADD 1 TO WS-QTD-PF
           ELSE
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.
       2100-DEDUZ-TIPO-FIM.
           EXIT.
      *
       3000-CONVERTE-JORNAL.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS WS-QTD-IMAGENS
           OPEN INPUT JORNAL_IMAGENS_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO jornal_imagens NAO EXISTE - PULADO"
               GO TO 3000-CONVERTE-JORNAL-FIM
           END-IF
           OPEN OUTPUT JORNAL_IMAGENS_NOVA
           PERFORM UNTIL WS-EOF = 1
               READ JORNAL_IMAGENS_ANT INTO WS-REG-JRN
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
      *> SO A IMAGEM ANTIGA (FINAL EM BRANCO) E AJUSTADA.
                       IF WS-REG-JRN(15:12) EQUAL 'CLIENTES'
                          AND WS-REG-JRN(194:11) EQUAL SPACES
                           MOVE WS-REG-JRN(55:139) TO WS-IMG-BASE
                           MOVE SPACES TO WS-IMG-TIPO-PESSOA
                           MOVE ZEROS  TO WS-IMG-DOCTO
                           MOVE WS-IMAGEM-CLIENTE
                               TO WS-REG-JRN(55:150)
                           ADD 1 TO WS-QTD-IMAGENS
                       END-IF
                       WRITE REG-JRN-NOVA FROM WS-REG-JRN
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM
           CLOSE JORNAL_IMAGENS_ANT
           CLOSE JORNAL_IMAGENS_NOVA
           DISPLAY " ARQUIVO jornal_imagens - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
               " IMAGENS DE CLIENTES AJUSTADAS: " WS-QTD-IMAGENS
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       3000-CONVERTE-JORNAL-FIM.
           EXIT.
      *
       4000-CONVERTE-PROTESTO.
           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           MOVE ZEROS TO WS-VL-LIDO WS-VL-GRAVADO
           OPEN INPUT PROTESTO_REMESSA_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO protesto_remessa NAO EXISTE - PULADO"
               GO TO 4000-CONVERTE-PROTESTO-FIM
           END-IF
           OPEN OUTPUT PROTESTO_REMESSA_NOVA
           PERFORM UNTIL WS-EOF = 1
               READ PROTESTO_REMESSA_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD 1 TO WS-QTD-TOTAL
                       ADD PRA-VL-FATURA TO WS-VL-LIDO
                       MOVE REG-PROTESTO-ANT TO REG-PROTESTO
                       MOVE SPACES TO PROT-TIPO-PESSOA
                       MOVE ZEROS  TO PROT-DOCTO-CLIENTE
                       WRITE REG-PROTESTO
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD PROT-VL-FATURA TO WS-VL-GRAVADO
               END-READ
           END-PERFORM
           CLOSE PROTESTO_REMESSA_ANT
           CLOSE PROTESTO_REMESSA_NOVA
           DISPLAY " ARQUIVO protesto_remessa - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY "   VALOR LIDO: " WS-VL-LIDO
               " VALOR GRAVADO: " WS-VL-GRAVADO
           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
           IF WS-VL-LIDO NOT = WS-VL-GRAVADO
               DISPLAY "* DIVERGENCIA NO VALOR DA CONVERSAO *"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-CONVERTE-PROTESTO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_201.
