      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE VALIDACAO DO DOCUMENTO FISCAL DE
      * CLIENTES E FORNECEDORES, NO MESMO ESQUEMA DE CHAMADA DE
      * VALIDA_CPF. RECEBE O TIPO DE PESSOA ('F' FISICA, 'J'
      * JURIDICA) E O NUMERO EM 14 DIGITOS, SO NUMEROS:
      *   'F' - CPF NOS 11 DIGITOS FINAIS (OS 3 PRIMEIROS ZERADOS),
      *         CONFERIDO PELA PROPRIA VALIDA_CPF;
      *   'J' - CNPJ NOS 14 DIGITOS, DOIS DIGITOS VERIFICADORES PELO
      *         MODULO 11 COM PESOS 2 A 9 DA DIREITA PARA A
      *         ESQUERDA, RECUSANDO OS QUATORZE DIGITOS IGUAIS.
      * DEVOLVE LK-VALIDA S/N; TIPO DIFERENTE DE F/J E RECUSADO.
      * USADA NA MANUTENCAO DE CLIENTES (PROGRAMA_EX07) E DE
      * FORNECEDORES (EXERCICIO_006), NA CONVERSAO (EXERCICIO_201) E
      * NO RELATORIO DE PENDENCIAS DE DOCUMENTO (EXERCICIO_202).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA_DOCTO.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DOC-EXAME                 PIC 9(014).
       01 FILLER REDEFINES WS-DOC-EXAME.
           03 WS-DOC-DIGITO            PIC 9(001) OCCURS 14.
       01 FILLER REDEFINES WS-DOC-EXAME.
           03 WS-DOC-ZEROS-CPF         PIC 9(003).
           03 WS-DOC-CPF               PIC 9(011).
       77 WS-IX                        PIC 9(002).
       77 WS-PESO                      PIC 9(002).
       77 WS-SOMA                      PIC 9(005).
       77 WS-RESTO                     PIC 9(002).
       77 WS-QUOCIENTE                 PIC 9(005).
       77 WS-DV                        PIC 9(002).
       77 WS-QTD-IGUAIS                PIC 9(002).

       LINKAGE SECTION.
       01 LK-TIPO-PESSOA               PIC X(001).
       01 LK-DOCTO                     PIC 9(014).
       01 LK-VALIDA                    PIC X(001).

       PROCEDURE DIVISION USING LK-TIPO-PESSOA, LK-DOCTO, LK-VALIDA.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-VALIDA
           IF LK-DOCTO NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-DOCTO TO WS-DOC-EXAME

           EVALUATE LK-TIPO-PESSOA
               WHEN 'F'
                   IF WS-DOC-ZEROS-CPF EQUAL ZEROS
                       CALL 'VALIDA_CPF' USING WS-DOC-CPF, LK-VALIDA
                   END-IF
               WHEN 'J'
                   PERFORM 1000-VALIDA-CNPJ THRU 1000-VALIDA-CNPJ-FIM
           END-EVALUATE

           GOBACK.
      *
      **************************************
      * CNPJ: 12 DIGITOS DE BASE E FILIAL  *
      * MAIS DOIS VERIFICADORES            *
      **************************************
      *
       1000-VALIDA-CNPJ.
           MOVE ZEROS TO WS-QTD-IGUAIS
           PERFORM VARYING WS-IX FROM 2 BY 1 UNTIL WS-IX > 14
               IF WS-DOC-DIGITO(WS-IX) EQUAL WS-DOC-DIGITO(1)
                   ADD 1 TO WS-QTD-IGUAIS
               END-IF
           END-PERFORM
           IF WS-QTD-IGUAIS EQUAL 13
               GO TO 1000-VALIDA-CNPJ-FIM
           END-IF

      *> PRIMEIRO DIGITO: PESOS 5 A 2 E 9 A 2 SOBRE OS DOZE PRIMEIROS.
           MOVE ZEROS TO WS-SOMA
           MOVE 5     TO WS-PESO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
               COMPUTE WS-SOMA = WS-SOMA +
                   WS-DOC-DIGITO(WS-IX) * WS-PESO
               PERFORM 1100-PROXIMO-PESO THRU 1100-PROXIMO-PESO-FIM
           END-PERFORM
           PERFORM 2000-CALCULA-DV THRU 2000-CALCULA-DV-FIM
           IF WS-DV NOT EQUAL WS-DOC-DIGITO(13)
               GO TO 1000-VALIDA-CNPJ-FIM
           END-IF

      *> SEGUNDO DIGITO: PESOS 6 A 2 E 9 A 2 SOBRE OS TREZE PRIMEIROS.
           MOVE ZEROS TO WS-SOMA
           MOVE 6     TO WS-PESO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 13
               COMPUTE WS-SOMA = WS-SOMA +
                   WS-DOC-DIGITO(WS-IX) * WS-PESO
               PERFORM 1100-PROXIMO-PESO THRU 1100-PROXIMO-PESO-FIM
           END-PERFORM
           PERFORM 2000-CALCULA-DV THRU 2000-CALCULA-DV-FIM
           IF WS-DV NOT EQUAL WS-DOC-DIGITO(14)
               GO TO 1000-VALIDA-CNPJ-FIM
           END-IF

           MOVE 'S' TO LK-VALIDA.
       1000-VALIDA-CNPJ-FIM.
           EXIT.
      *
      *> OS PESOS DESCEM ATE 2 E RECOMECAM EM 9.
       1100-PROXIMO-PESO.
           IF WS-PESO EQUAL 2
               MOVE 9 TO WS-PESO
           ELSE
               SUBTRACT 1 FROM WS-PESO
           END-IF.
       1100-PROXIMO-PESO-FIM.
           EXIT.
      *
      **************************************
      * DIGITO VERIFICADOR PELO MODULO 11: *
      * RESTO MENOR QUE 2 DA ZERO, SENAO   *
      * 11 MENOS O RESTO                   *
      **************************************
      *
       2000-CALCULA-DV.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO < 2
               MOVE ZEROS TO WS-DV
           ELSE
               SUBTRACT WS-RESTO FROM 11 GIVING WS-DV
           END-IF.
       2000-CALCULA-DV-FIM.
           EXIT.

       END PROGRAM VALIDA_DOCTO.
