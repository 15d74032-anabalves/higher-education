      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DE SALAS (ARQUIVO SALAS,
      * INDEXADO PELO CODIGO DA SALA, O MESMO QUE VAI EM TURMA-SALA):
      * PREDIO, NUMERO DE LUGARES E TIPO (SALA COMUM, LABORATORIO OU
      * AUDITORIO). O CADASTRO DE TURMAS (EXERCICIO_050) SO ACEITA
      * SALA CADASTRADA, COM CAPACIDADE ATE O NUMERO DE LUGARES E SEM
      * OUTRA TURMA NO MESMO HORARIO. MANTIDO NO EXERCICIO_187.
      ******************************************************************
           03 SALA-CODIGO              PIC X(006).
           03 SALA-PREDIO              PIC X(020).
           03 SALA-LUGARES             PIC 9(003).
           03 SALA-TIPO                PIC X(012).
              88 SALA-TIPO-VALIDO      VALUE 'SALA' 'LABORATORIO'
                                             'AUDITORIO'.
