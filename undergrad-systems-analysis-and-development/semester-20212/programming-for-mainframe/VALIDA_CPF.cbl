      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE VALIDACAO DO CPF (11 DIGITOS, SO
      * NUMEROS), NO MESMO ESQUEMA DE CHAMADA DE CALC_DATA: CONFERE OS
      * DOIS DIGITOS VERIFICADORES PELO MODULO 11 E RECUSA OS CPF COM
      * OS ONZE DIGITOS IGUAIS (00000000000, 11111111111...), QUE
      * PASSAM NA CONTA MAS NAO EXISTEM. DEVOLVE LK-VALIDA S/N. USADA
      * NO CADASTRO DE ALUNOS (EXERCICIO_015) E NA PRE-VALIDACAO DO
      * CENSO DA EDUCACAO SUPERIOR (EXERCICIO_191).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA_CPF.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CPF-EXAME                 PIC 9(011).
       01 FILLER REDEFINES WS-CPF-EXAME.
           03 WS-CPF-DIGITO            PIC 9(001) OCCURS 11.
       77 WS-IX                        PIC 9(002).
       77 WS-PESO                      PIC 9(002).
       77 WS-SOMA                      PIC 9(005).
       77 WS-RESTO                     PIC 9(002).
       77 WS-QUOCIENTE                 PIC 9(005).
       77 WS-DV                        PIC 9(002).
       77 WS-QTD-IGUAIS                PIC 9(002).

       LINKAGE SECTION.
       01 LK-CPF                       PIC 9(011).
       01 LK-VALIDA                    PIC X(001).

       PROCEDURE DIVISION USING LK-CPF, LK-VALIDA.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-VALIDA
           IF LK-CPF NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-CPF TO WS-CPF-EXAME

           MOVE ZEROS TO WS-QTD-IGUAIS
           PERFORM VARYING WS-IX FROM 2 BY 1 UNTIL WS-IX > 11
               IF WS-CPF-DIGITO(WS-IX) EQUAL WS-CPF-DIGITO(1)
                   ADD 1 TO WS-QTD-IGUAIS
               END-IF
           END-PERFORM
           IF WS-QTD-IGUAIS EQUAL 10
               GOBACK
           END-IF

      *> PRIMEIRO DIGITO: PESOS 10 A 2 SOBRE OS NOVE PRIMEIROS.
           MOVE ZEROS TO WS-SOMA
           MOVE 10    TO WS-PESO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
               COMPUTE WS-SOMA = WS-SOMA +
                   WS-CPF-DIGITO(WS-IX) * WS-PESO
               SUBTRACT 1 FROM WS-PESO
           END-PERFORM
           PERFORM 1000-CALCULA-DV THRU 1000-CALCULA-DV-FIM
           IF WS-DV NOT EQUAL WS-CPF-DIGITO(10)
               GOBACK
           END-IF

      *> SEGUNDO DIGITO: PESOS 11 A 2 SOBRE OS DEZ PRIMEIROS.
           MOVE ZEROS TO WS-SOMA
           MOVE 11    TO WS-PESO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
               COMPUTE WS-SOMA = WS-SOMA +
                   WS-CPF-DIGITO(WS-IX) * WS-PESO
               SUBTRACT 1 FROM WS-PESO
           END-PERFORM
           PERFORM 1000-CALCULA-DV THRU 1000-CALCULA-DV-FIM
           IF WS-DV NOT EQUAL WS-CPF-DIGITO(11)
               GOBACK
           END-IF

           MOVE 'S' TO LK-VALIDA
           GOBACK.

      *
      **************************************
      * DIGITO VERIFICADOR PELO MODULO 11: *
      * RESTO MENOR QUE 2 DA ZERO, SENAO   *
      * 11 MENOS O RESTO                   *
      **************************************
      *
       1000-CALCULA-DV.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO < 2
               MOVE ZEROS TO WS-DV
           ELSE
               SUBTRACT WS-RESTO FROM 11 GIVING WS-DV
           END-IF.
       1000-CALCULA-DV-FIM.
           EXIT.

       END PROGRAM VALIDA_CPF.
