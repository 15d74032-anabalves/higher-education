      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA PARADA DO ROMANEIO DE ENTREGA (ARQUIVO
      * ROMANEIOS, INDEXADO POR ROMANEIO + PARADA, COM CHAVE
      * ALTERNATIVA PELO PEDIDO). CADA PARADA E UM PEDIDO CONFIRMADO
      * (PEDIDOS_VENDA, EXERCICIO_064) CARREGADO NUM VEICULO DA FROTA
      * (VEICULOS, EXERCICIO_073) PARA UMA DATA, NA ORDEM DE CIDADE E
      * CEP DO ENDERECO ESTRUTURADO DO CLIENTE. A NOTA E A PRIMEIRA
      * DUPLICATA DO PEDIDO (FATURAS_PEDIDO) E OS VOLUMES SAO A SOMA
      * DAS QUANTIDADES DOS ITENS EXPEDIDOS (O KIT CONTA COMO UM
      * VOLUME POR UNIDADE, SEM OS COMPONENTES). NO RETORNO DO VEICULO
      * (EXERCICIO_175) CADA PARADA RECEBE O RESULTADO DA ENTREGA; O
      * PEDIDO AUSENTE VOLTA A FICAR DISPONIVEL PARA OUTRO ROMANEIO E
      * O RECUSADO GERA A DEVOLUCAO PENDENTE (DEVPEND.CPY).
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      * A PARADA LEVA O MOTORISTA DO ROMANEIO (MOTORISTAS,
      * EXERCICIO_208); OS ROMANEIOS ANTERIORES FORAM CONVERTIDOS POR
      * EXERCICIO_210 COM O MOTORISTA EM BRANCO.
      ******************************************************************
           03 ROM-CHAVE.
              05 ROM-NR-ROMANEIO       PIC 9(005).
              05 ROM-NR-PARADA         PIC 9(003).
           03 ROM-VEICULO              PIC X(006).
           03 ROM-DT-ENTREGA           PIC 9(008).
           03 ROM-NR-PEDIDO            PIC 9(007).
           03 ROM-COD-CLIENTE          PIC 9(005).
           03 ROM-CIDADE               PIC X(020).
           03 ROM-CEP                  PIC 9(008).
           03 ROM-NR-DUPLICATA         PIC 9(007).
           03 ROM-VOLUMES              PIC 9(009).
      *> 'P' = PENDENTE (NO VEICULO), 'E' = ENTREGUE, 'R' = RECUSADO
      *> PELO CLIENTE, 'A' = CLIENTE AUSENTE.
           03 ROM-SITUACAO             PIC X(001).
              88 ROM-PENDENTE          VALUE 'P'.
              88 ROM-ENTREGUE          VALUE 'E'.
              88 ROM-RECUSADO          VALUE 'R'.
              88 ROM-AUSENTE           VALUE 'A'.
           03 ROM-DT-RETORNO           PIC 9(008).
           03 ROM-OPERADOR             PIC X(008).
           03 ROM-MOTORISTA            PIC X(006).
