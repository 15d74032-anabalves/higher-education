      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CONTROLE DE COBRANCA TERCEIRIZADA
      * (ARQUIVO COBRANCA_EXTERNA, INDEXADO PELO NUMERO DA DUPLICATA),
      * GRAVADO PELA CESSAO A AGENCIA DE COBRANCA (EXERCICIO_130),
      * ATUALIZADO PELA IMPORTACAO DO ACERTO MENSAL DA AGENCIA
      * (EXERCICIO_131) E LIDO PELA FILA DE COBRANCA (EXERCICIO_036),
      * PELA REMESSA DE PROTESTO (EXERCICIO_044) E PELO RELATORIO DE
      * DESEMPENHO POR AGENCIA (EXERCICIO_132), NO MESMO ESPIRITO DE
      * NEGATIV.CPY. A AGENCIA E UM FORNECEDOR (FORNECEDORES), PARA
      * QUE O HONORARIO VIRE TITULO EM DUPL_PAGAR. SITUACAO: 'A' EM
      * COBRANCA NA AGENCIA, 'L' LIQUIDADA PELA AGENCIA, 'D'
      * DEVOLVIDA SEM RECUPERACAO TOTAL.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 CEX-NR-DUPLICATA         PIC 9(007).
           03 CEX-COD-AGENCIA          PIC 9(005).
           03 CEX-COD-CLIENTE          PIC 9(005).
           03 CEX-DT-ENVIO             PIC 9(008).
           03 CEX-VL-ENVIADO           PIC S9(013)V9(002).
           03 CEX-VL-RECUPERADO        PIC S9(013)V9(002).
           03 CEX-VL-HONORARIO         PIC S9(013)V9(002).
           03 CEX-SITUACAO             PIC X(001).
              88 CEX-ATIVA             VALUE 'A'.
              88 CEX-LIQUIDADA         VALUE 'L'.
              88 CEX-DEVOLVIDA         VALUE 'D'.
           03 CEX-DT-RETORNO           PIC 9(008).
