      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO REGISTRO DE SOLICITACOES DE TITULARES
      * DE DADOS PESSOAIS (LGPD), ARQUIVO SEQUENCIAL LGPD_SOLICITACOES
      * GRAVADO PELO EXERCICIO_204 EM CADA PEDIDO ATENDIDO OU
      * RECUSADO, NO MESMO ESPIRITO DOS ARQUIVOS DE AUDITORIA: QUEM
      * PEDIU O QUE, QUANDO, QUEM ATENDEU E COM QUE RESULTADO. O
      * REGISTRO NAO GUARDA NENHUM DADO PESSOAL DO TITULAR, SO O
      * CODIGO DO CLIENTE OU O RGM.
      ******************************************************************
           03 LGS-DATA-HORA            PIC 9(014).
           03 LGS-OPERADOR             PIC X(008).
           03 LGS-TIPO-TITULAR         PIC X(001).
              88 LGS-TITULAR-CLIENTE   VALUE 'C'.
              88 LGS-TITULAR-ALUNO     VALUE 'A'.
           03 LGS-COD-TITULAR          PIC 9(005).
           03 LGS-MODO                 PIC X(001).
              88 LGS-MODO-RELATORIO    VALUE 'R'.
              88 LGS-MODO-ANONIMIZA    VALUE 'A'.
           03 LGS-RESULTADO            PIC X(001).
              88 LGS-ATENDIDA          VALUE 'E'.
              88 LGS-RECUSADA          VALUE 'R'.
           03 LGS-QTD-OCORRENCIAS      PIC 9(006).
           03 LGS-MOTIVO               PIC X(040).
