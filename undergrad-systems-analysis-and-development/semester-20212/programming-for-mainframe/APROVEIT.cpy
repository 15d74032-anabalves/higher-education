      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO PEDIDO DE APROVEITAMENTO DE ESTUDOS
      * (ARQUIVO APROVEITAMENTOS, INDEXADO POR RGM + NOSSA
      * COD-DISCIPLINA): A DISCIPLINA CURSADA FORA (INSTITUICAO DE
      * ORIGEM, NOME, CARGA HORARIA E NOTA LA OBTIDA) PEDIDA COMO
      * EQUIVALENTE A UMA DISCIPLINA NOSSA. O PEDIDO NASCE PENDENTE E
      * O COORDENADOR APROVA (APROVEITADO) OU REJEITA (REJEITADO), COM
      * O MOTIVO. O ITEM APROVEITADO CONTA COMO DISCIPLINA CUMPRIDA NO
      * PRE-REQUISITO DA MATRICULA (EXERCICIO_030), NA FORMATURA
      * (EXERCICIO_076) E NO HISTORICO (EXERCICIO_016), SEM NOTA
      * NOSSA: A NOTA DE ORIGEM E SO INFORMATIVA E NUNCA ENTRA EM
      * MEDIA, COEFICIENTE OU HONRA. MANTIDO NO EXERCICIO_186.
      ******************************************************************
           03 APV-CHAVE.
              05 APV-RGM               PIC 9(005).
              05 APV-COD-DISCIPLINA    PIC X(006).
           03 APV-INSTITUICAO          PIC X(030).
           03 APV-DISC-ORIGEM          PIC X(030).
           03 APV-CARGA-ORIGEM         PIC 9(003).
           03 APV-NOTA-ORIGEM          PIC 9(002)V9(002).
           03 APV-STATUS               PIC X(011).
              88 APV-PENDENTE          VALUE 'PENDENTE'.
              88 APV-APROVEITADO       VALUE 'APROVEITADO'.
              88 APV-REJEITADO         VALUE 'REJEITADO'.
           03 APV-DT-PEDIDO            PIC 9(008).
           03 APV-OPER-PEDIDO          PIC X(008).
           03 APV-COORDENADOR          PIC X(008).
           03 APV-DT-DECISAO           PIC 9(008).
           03 APV-MOTIVO               PIC X(040).
