      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE EXPORTACAO DA NOTA FISCAL
      * ELETRONICA (NFE_EXPORTA, SEQUENCIAL, 200 POSICOES), GRAVADO
      * POR EXERCICIO_178 NOS GRUPOS DO LEIAUTE DA NF-E, UM TIPO DE
      * REGISTRO POR GRUPO, NESTA ORDEM PARA CADA NOTA:
      *   B0 IDENTIFICACAO DA NOTA (UM)
      *   C0 EMITENTE (UM)
      *   E0 DESTINATARIO (UM)
      *   I0 PRODUTO DO ITEM, SEGUIDO DO N0 IMPOSTO DO ITEM (POR ITEM)
      *   W0 TOTAIS DA NOTA (UM)
      *   Y0 DUPLICATA DA COBRANCA (POR PARCELA)
      * O KIT SAI COMO UM ITEM SO, COMO NA FATURA EM PAPEL; OS
      * COMPONENTES NAO SAO ITENS DA NOTA.
      * O CODIGO DE CLIENTE DO DESTINATARIO PASSOU DE 3 PARA 5
      * DIGITOS, COM O FILLER DO GRUPO REDUZIDO PARA MANTER AS
      * 200 POSICOES.
      * O DESTINATARIO TRAZ O CPF/CNPJ DO CADASTRO DE CLIENTES E O TIPO
      * DE PESSOA ('F' CPF, 'J' CNPJ) QUE DIZ COMO LER O NUMERO.
      ******************************************************************
           03 EXP-TIPO                 PIC X(002).
              88 EXP-IDENTIFICACAO     VALUE 'B0'.
              88 EXP-EMITENTE          VALUE 'C0'.
              88 EXP-DESTINATARIO      VALUE 'E0'.
              88 EXP-PRODUTO           VALUE 'I0'.
              88 EXP-IMPOSTO           VALUE 'N0'.
              88 EXP-TOTAIS            VALUE 'W0'.
              88 EXP-DUPLICATA         VALUE 'Y0'.
           03 EXP-DADOS                PIC X(198).
           03 EXP-IDE REDEFINES EXP-DADOS.
              05 EXP-IDE-SERIE         PIC 9(003).
              05 EXP-IDE-NR-NOTA       PIC 9(009).
              05 EXP-IDE-DT-EMISSAO    PIC 9(008).
              05 EXP-IDE-NR-PEDIDO     PIC 9(007).
              05 EXP-IDE-TIPO-OPERACAO PIC X(001).
              05 EXP-IDE-NATUREZA      PIC X(030).
              05 EXP-IDE-NR-ENVIO      PIC 9(003).
              05 FILLER                PIC X(137).
           03 EXP-EMI REDEFINES EXP-DADOS.
              05 EXP-EMI-CNPJ          PIC 9(014).
              05 EXP-EMI-IE            PIC X(014).
              05 EXP-EMI-RAZAO-SOCIAL  PIC X(040).
              05 EXP-EMI-UF            PIC X(002).
              05 EXP-EMI-COD-MUNICIPIO PIC 9(007).
              05 FILLER                PIC X(121).
           03 EXP-DEST REDEFINES EXP-DADOS.
              05 EXP-DEST-COD-CLIENTE  PIC 9(005).
              05 EXP-DEST-CNPJ-CPF     PIC 9(014).
              05 EXP-DEST-NOME         PIC X(020).
              05 EXP-DEST-LOGRADOURO   PIC X(030).
              05 EXP-DEST-NUMERO       PIC X(006).
              05 EXP-DEST-CIDADE       PIC X(020).
              05 EXP-DEST-UF           PIC X(002).
              05 EXP-DEST-CEP          PIC 9(008).
              05 EXP-DEST-EMAIL        PIC X(030).
              05 EXP-DEST-TIPO-PESSOA  PIC X(001).
              05 FILLER                PIC X(062).
           03 EXP-PROD REDEFINES EXP-DADOS.
              05 EXP-PROD-NR-ITEM      PIC 9(002).
              05 EXP-PROD-COD-PRODUTO  PIC 9(003).
              05 EXP-PROD-DESCRICAO    PIC X(020).
              05 EXP-PROD-QTDE         PIC 9(009).
              05 EXP-PROD-VL-UNIT      PIC 9(007)V9(002).
              05 EXP-PROD-VL-TOTAL     PIC S9(013)V9(002).
              05 FILLER                PIC X(140).
           03 EXP-IMP REDEFINES EXP-DADOS.
              05 EXP-IMP-NR-ITEM       PIC 9(002).
              05 EXP-IMP-GRUPO         PIC X(003).
              05 EXP-IMP-UF            PIC X(002).
              05 EXP-IMP-ALIQUOTA      PIC 9(002)V9(002).
              05 EXP-IMP-VL-BASE       PIC S9(013)V9(002).
              05 EXP-IMP-VL-IMPOSTO    PIC S9(013)V9(002).
              05 FILLER                PIC X(157).
           03 EXP-TOT REDEFINES EXP-DADOS.
              05 EXP-TOT-QTD-ITENS     PIC 9(003).
              05 EXP-TOT-VL-PRODUTOS   PIC S9(013)V9(002).
              05 EXP-TOT-VL-IMPOSTOS   PIC S9(013)V9(002).
              05 EXP-TOT-VL-NOTA       PIC S9(013)V9(002).
              05 FILLER                PIC X(150).
           03 EXP-DUP REDEFINES EXP-DADOS.
              05 EXP-DUP-NR-PARCELA    PIC 9(002).
              05 EXP-DUP-NR-DUPLICATA  PIC 9(007).
              05 EXP-DUP-DT-VENCIMENTO PIC 9(008).
              05 EXP-DUP-VL-PARCELA    PIC S9(013)V9(002).
              05 FILLER                PIC X(166).
