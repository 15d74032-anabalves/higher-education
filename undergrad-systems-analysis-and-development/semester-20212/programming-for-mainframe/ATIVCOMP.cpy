      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS ATIVIDADES COMPLEMENTARES E DO
      * ESTAGIO SUPERVISIONADO DO ALUNO (ARQUIVO ATIVIDADES_COMPL,
      * INDEXADO POR RGM + SEQUENCIA), QUE SAEM DAS PASTAS DE PAPEL:
      * TIPO, DESCRICAO, INSTITUICAO, HORAS DECLARADAS PELO ALUNO E
      * HORAS VALIDADAS PELO COORDENADOR, COM QUEM VALIDOU E QUANDO.
      * DATA DE VALIDACAO ZERADA = AINDA NAO VALIDADA; SO AS HORAS
      * VALIDADAS CONTAM CONTRA OS MINIMOS DO CURSO (CURSO.CPY) NA
      * FORMATURA (EXERCICIO_076 E EXERCICIO_115, PELA SUBROTINA
      * HORAS_COMPLEM). MANTIDO NO EXERCICIO_189.
      ******************************************************************
           03 ACP-CHAVE.
              05 ACP-RGM               PIC 9(005).
              05 ACP-SEQ               PIC 9(003).
           03 ACP-TIPO                 PIC X(001).
              88 ACP-COMPLEMENTAR      VALUE 'C'.
              88 ACP-ESTAGIO           VALUE 'E'.
           03 ACP-DESCRICAO            PIC X(040).
           03 ACP-INSTITUICAO          PIC X(030).
           03 ACP-HORAS-DECLARADAS     PIC 9(004).
           03 ACP-HORAS-VALIDADAS      PIC 9(004).
           03 ACP-COORDENADOR          PIC X(008).
           03 ACP-DT-VALIDACAO         PIC 9(008).
           03 ACP-OPERADOR             PIC X(008).
           03 ACP-DT-REGISTRO          PIC 9(008).
