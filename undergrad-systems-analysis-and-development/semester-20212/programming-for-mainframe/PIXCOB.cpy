      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS COBRANCAS PIX REGISTRADAS CONTRA AS
      * DUPLICATAS EM ABERTO (ARQUIVO PIX_COBRANCA, INDEXADO PELO
      * NUMERO DA DUPLICATA COM CHAVE ALTERNATIVA PELO TXID): GRAVADO
      * PELO REGISTRO DAS COBRANCAS (EXERCICIO_135), IMPRESSO NOS
      * BOLETOS E CARNES (EXERCICIO_078) E CASADO COM OS CREDITOS
      * PIX RECEBIDOS NA BAIXA (EXERCICIO_136). UMA COBRANCA POR
      * DUPLICATA: 'A' ATIVA, 'L' LIQUIDADA PELO PIX, 'C' CANCELADA
      * (DUPLICATA BAIXADA POR OUTRO MEIO).
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 PIX-NR-DUPLICATA         PIC 9(007).
           03 PIX-TXID                 PIC X(026).
           03 PIX-COD-CLIENTE          PIC 9(005).
           03 PIX-DT-REGISTRO          PIC 9(008).
           03 PIX-DT-VENCIMENTO        PIC 9(008).
           03 PIX-VL-COBRANCA          PIC S9(013)V9(002).
           03 PIX-SITUACAO             PIC X(001).
              88 PIX-ATIVA             VALUE 'A'.
              88 PIX-LIQUIDADA         VALUE 'L'.
              88 PIX-CANCELADA         VALUE 'C'.
           03 PIX-DT-LIQUIDACAO        PIC 9(008).
