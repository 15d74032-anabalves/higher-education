      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA NOTA FISCAL ELETRONICA DO PEDIDO DE
      * VENDA (ARQUIVO NFE_PEDIDOS, INDEXADO PELO PV-NR-PEDIDO, CHAVE
      * ALTERNATIVA SERIE + NUMERO DA NOTA). GRAVADO NA EXPORTACAO
      * (EXERCICIO_178) COM O NUMERO DA SERIE 'NFE' DE CTRL_NUMERACAO
      * (SUBROTINA NUM_NOTA_FISCAL) E ATUALIZADO PELO RETORNO DA
      * AUTORIZACAO (EXERCICIO_179). A FATURA (EXERCICIO_105)
      * REIMPRIME CHAVE DE ACESSO E PROTOCOLO OU O MOTIVO DA
      * REJEICAO. SITUACAO: 'P' = ENVIADA, AGUARDANDO AUTORIZACAO;
      * 'A' = AUTORIZADA; 'R' = REJEITADA (SAI DE NOVO NA PROXIMA
      * EXPORTACAO, COM O MESMO NUMERO, DEPOIS DE CORRIGIDA).
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 NFE-NR-PEDIDO            PIC 9(007).
           03 NFE-NOTA.
              05 NFE-SERIE             PIC 9(003).
              05 NFE-NR-NOTA           PIC 9(009).
           03 NFE-COD-CLIENTE          PIC 9(005).
           03 NFE-DT-EMISSAO           PIC 9(008).
           03 NFE-VL-NOTA              PIC S9(013)V9(002).
           03 NFE-SITUACAO             PIC X(001).
              88 NFE-PENDENTE          VALUE 'P'.
              88 NFE-AUTORIZADA        VALUE 'A'.
              88 NFE-REJEITADA         VALUE 'R'.
           03 NFE-QTD-ENVIOS           PIC 9(003).
           03 NFE-DT-ENVIO             PIC 9(008).
           03 NFE-CHAVE-ACESSO         PIC X(044).
           03 NFE-PROTOCOLO            PIC X(015).
           03 NFE-DT-AUTORIZACAO       PIC 9(008).
           03 NFE-COD-REJEICAO         PIC 9(003).
           03 NFE-MOTIVO-REJEICAO      PIC X(060).
