      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT DO RETORNO DA AUTORIZACAO DA NOTA FISCAL
      * ELETRONICA (ARQUIVO NFE_RETORNO, SEQUENCIAL, UMA LINHA POR
      * NOTA ENVIADA), LIDO POR EXERCICIO_179: 'A' = AUTORIZADA, COM
      * CHAVE DE ACESSO, PROTOCOLO E DATA DA AUTORIZACAO; 'R' =
      * REJEITADA, COM O CODIGO E O MOTIVO DA REJEICAO.
      ******************************************************************
           03 RNF-SERIE                PIC 9(003).
           03 RNF-NR-NOTA              PIC 9(009).
           03 RNF-SITUACAO             PIC X(001).
              88 RNF-AUTORIZADA        VALUE 'A'.
              88 RNF-REJEITADA         VALUE 'R'.
           03 RNF-CHAVE-ACESSO         PIC X(044).
           03 RNF-PROTOCOLO            PIC X(015).
           03 RNF-DT-AUTORIZACAO       PIC 9(008).
           03 RNF-COD-REJEICAO         PIC 9(003).
           03 RNF-MOTIVO-REJEICAO      PIC X(060).
           03 FILLER                   PIC X(017).
