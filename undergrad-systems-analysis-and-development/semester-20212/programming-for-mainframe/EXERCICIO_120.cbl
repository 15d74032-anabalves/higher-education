      * DIARIO DO LOG DE SEGURANCA (SEG_LOG, GRAVADO POR SIGN_ON):
      * SIGN-ONS, FALHAS, BLOQUEIOS, TROCAS DE SENHA E PERMISSOES
      * NEGADAS DO DIA. O OPERADORES CARREGA PODERES DE DINHEIRO DE
      * VERDADE - AGORA COM RASTRO. O RELATORIO CONTA TAMBEM OS
      * ACESSOS A PROGRAMAS DENTRO DE UMA SESSAO JA ASSINADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-QTD-FALHAS    PIC 9(005).
       77 WS-QTD-BLOQUEIOS PIC 9(005).
       77 WS-QTD-NEGADOS   PIC 9(005).
       77 WS-QTD-ACESSOS   PIC 9(005).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); O
      *> DESBLOQUEIO EXIGE O FLAG DE APROVACAO (SUPERVISOR).
            MOVE ZEROS TO WS-QTD-FALHAS
            MOVE ZEROS TO WS-QTD-BLOQUEIOS
            MOVE ZEROS TO WS-QTD-NEGADOS
            MOVE ZEROS TO WS-QTD-ACESSOS
            OPEN INPUT SEG_LOG
            IF WS-FS-SEGLOG EQUAL 35
                DISPLAY "* LOG DE SEGURANCA VAZIO *"
                           IF SEG-EVENTO EQUAL 'NEGADO'
                               ADD 1 TO WS-QTD-NEGADOS
                           END-IF
                           IF SEG-EVENTO EQUAL 'ACESSO'
                               ADD 1 TO WS-QTD-ACESSOS
                           END-IF
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY "FALHAS DE SENHA: " WS-QTD-FALHAS
            DISPLAY "BLOQUEIOS: " WS-QTD-BLOQUEIOS
            DISPLAY "PERMISSOES NEGADAS: " WS-QTD-NEGADOS
            DISPLAY "ACESSOS A PROGRAMAS NA SESSAO: " WS-QTD-ACESSOS
            DISPLAY " "
            CLOSE SEG_LOG
            GO TO MENU-001.
