      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT DO RETORNO (ACEITE) DEVOLVIDO AO CLIENTE PARA
      * CADA LINHA DO PEDIDO EM ARQUIVO (EDI_RETORNO, SEQUENCIAL, 80
      * POSICOES), GRAVADO PELA IMPORTACAO EXERCICIO_176: 'A' = LINHA
      * ACEITA, COM O NOSSO PEDIDO, ITEM E PRECO; 'R' = LINHA
      * RECUSADA, COM O MOTIVO:
      *   01 PEDIDO DO CLIENTE JA IMPORTADO
      *   02 CLIENTE NAO CADASTRADO
      *   03 ITEM SEM DE-PARA PARA O CLIENTE
      *   04 PRODUTO NAO CADASTRADO
      *   05 PRODUTO DESCONTINUADO OU INATIVO
      *   06 QUANTIDADE ZERO
      *   07 DATA SOLICITADA ANTERIOR A HOJE
      *   08 PRECO ABAIXO DO CUSTO MEDIO
      *   09 SEM DISPONIBILIDADE EM ESTOQUE
      *   10 CREDITO DO CLIENTE RECUSADO
      *   11 PEDIDO ACIMA DE 99 ITENS
      *   12 KIT COM COMPONENTE INVALIDO
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS, COM O
      * FILLER REDUZIDO PARA MANTER AS 80 POSICOES COMBINADAS.
      ******************************************************************
           03 RET-COD-CLIENTE          PIC 9(005).
           03 RET-NR-PEDIDO-CLI        PIC X(015).
           03 RET-ITEM-CLIENTE         PIC X(015).
           03 RET-QTDE                 PIC 9(009).
           03 RET-SITUACAO             PIC X(001).
              88 RET-ACEITA            VALUE 'A'.
              88 RET-RECUSADA          VALUE 'R'.
           03 RET-NR-PEDIDO            PIC 9(007).
           03 RET-NR-ITEM              PIC 9(002).
           03 RET-PRECO-UNIT           PIC 9(007)V9(002).
           03 RET-COD-MOTIVO           PIC 9(002).
           03 RET-DT-PROCESSAMENTO     PIC 9(008).
           03 FILLER                   PIC X(007).
