      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DOS PARES DE CLIENTES CANDIDATOS A
      * DUPLICADOS (ARQUIVO DUP_CANDIDATOS, INDEXADO PELO PAR, O
      * MENOR CODIGO PRIMEIRO), GRAVADO PELA DETECCAO MENSAL
      * (EXERCICIO_199) E DECIDIDO PELO REVISOR (EXERCICIO_200).
      * GUARDA A PONTUACAO DO PAR, QUAIS DADOS COINCIDIRAM ('S' IGUAL,
      * 'P' NOME PARCIAL - PRIMEIRO E ULTIMO NOME, 'N' DIFERENTE;
      * O CPF/CNPJ SO CONTA QUANDO OS DOIS O TEM INFORMADO) E A
      * DECISAO ('P' PENDENTE, 'M' CONFIRMADO PARA UNIFICAR, 'N' NAO E
      * DUPLICADO, 'U' JA UNIFICADO PELO EXERCICIO_066) COM O
      * SOBREVIVENTE ESCOLHIDO, O OPERADOR E A DATA. OS PARES
      * DECIDIDOS FICAM NO ARQUIVO E NAO VOLTAM NAS PROXIMAS RODADAS.
      ******************************************************************
           03 DCD-CHAVE.
              05 DCD-COD-CLIENTE-A     PIC 9(005).
              05 DCD-COD-CLIENTE-B     PIC 9(005).
           03 DCD-DT-DETECCAO          PIC 9(008).
           03 DCD-PONTOS               PIC 9(003).
           03 DCD-CRIT-NOME            PIC X(001).
           03 DCD-CRIT-TELEFONE        PIC X(001).
           03 DCD-CRIT-EMAIL           PIC X(001).
           03 DCD-CRIT-ENDERECO        PIC X(001).
           03 DCD-CRIT-DOCTO           PIC X(001).
           03 DCD-SITUACAO             PIC X(001).
              88 DCD-PENDENTE          VALUE 'P'.
              88 DCD-CONFIRMADO        VALUE 'M'.
              88 DCD-NAO-DUPLICADO     VALUE 'N'.
              88 DCD-UNIFICADO         VALUE 'U'.
           03 DCD-COD-SOBREVIVENTE     PIC 9(005).
           03 DCD-OPERADOR             PIC X(008).
           03 DCD-DT-DECISAO           PIC 9(008).
