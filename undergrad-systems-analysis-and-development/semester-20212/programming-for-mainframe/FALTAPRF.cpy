      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS FALTAS DE PROFESSORES (ARQUIVO
      * FALTAS_PROF, INDEXADO POR PROFESSOR, DATA, DISCIPLINA E
      * SECAO), REGISTRADAS PELA COORDENACAO NO EXERCICIO_109 E
      * DESCONTADAS NO PAGAMENTO MENSAL (EXERCICIO_211). AS HORAS SAO
      * AS HORAS-AULA NAO DADAS NA TURMA. A FALTA ABONADA PELA
      * COORDENACAO NAO E DESCONTADA. O MES DE DESCONTO FICA ZERADO
      * ATE A FALTA ENTRAR EM UM PAGAMENTO; A FALTA REGISTRADA DEPOIS
      * DO PAGAMENTO DO MES E DESCONTADA NO PAGAMENTO SEGUINTE.
      ******************************************************************
           03 FLT-CHAVE.
              05 FLT-PROFESSOR        PIC X(08).
              05 FLT-DATA             PIC 9(08).
              05 FLT-COD-DISCIPLINA   PIC X(06).
              05 FLT-SECAO            PIC X(03).
           03 FLT-PERIODO             PIC X(06).
           03 FLT-HORAS               PIC 9(03)V99.
           03 FLT-MOTIVO              PIC X(30).
           03 FLT-SITUACAO            PIC X(01).
              88 FLT-A-DESCONTAR      VALUE 'D'.
              88 FLT-ABONADA          VALUE 'A'.
           03 FLT-ANOMES-DESCONTO     PIC 9(06).
           03 FLT-OPERADOR            PIC X(08).
           03 FLT-DT-REGISTRO         PIC 9(08).
