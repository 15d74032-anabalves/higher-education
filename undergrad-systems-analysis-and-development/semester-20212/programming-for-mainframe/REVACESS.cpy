      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS LINHAS DA REVISAO PERIODICA DE
      * ACESSOS (ARQUIVO REVISAO_ACESSOS, INDEXADO POR TRIMESTRE,
      * OPERADOR, TIPO E ITEM), GRAVADO PELA REVISAO TRIMESTRAL
      * (EXERCICIO_206) E DECIDIDO PELO SUPERVISOR (EXERCICIO_207).
      * TIPO 'A' = A CONTA DO OPERADOR (ITEM 'CONTA'; OCIOSA QUANDO
      * SEM USO HA MAIS DE DIAS-INATIVO DIAS NO FIM DO TRIMESTRE),
      * 'C' = CONFLITO DE SEGREGACAO DE FUNCOES (ITEM = CODIGO DA
      * REGRA DE SOD_REGRAS, COM AS DUAS PERMISSOES EM CONFLITO),
      * 'P' = UMA PERMISSAO QUE O OPERADOR TEM (ITEM = NOME DA
      * PERMISSAO: AS OITO DE OP-PERMISSOES E 'APROVACAO', O FLAG
      * OP-PODE-EXCLUIR), COM O ULTIMO USO ATE O FIM DO TRIMESTRE.
      * A DECISAO ('C' CONFIRMADA, 'R' REVOGADA) FICA COM O
      * SUPERVISOR, O MOMENTO, O QUE FOI REVOGADO E A JUSTIFICATIVA
      * - E A EVIDENCIA PARA A AUDITORIA; AS LINHAS NUNCA SAO
      * APAGADAS E A LINHA DECIDIDA NAO E REGRAVADA POR UMA NOVA
      * RODADA DO MESMO TRIMESTRE.
      ******************************************************************
           03 RVA-CHAVE.
              05 RVA-TRIMESTRE         PIC 9(005).
              05 RVA-OPERADOR          PIC X(008).
              05 RVA-TIPO              PIC X(001).
                 88 RVA-LINHA-CONTA       VALUE 'A'.
                 88 RVA-LINHA-CONFLITO    VALUE 'C'.
                 88 RVA-LINHA-PERMISSAO   VALUE 'P'.
              05 RVA-ITEM              PIC X(011).
           03 RVA-DT-GERACAO           PIC 9(008).
           03 RVA-DT-ULT-USO           PIC 9(008).
           03 RVA-USADO-TRIMESTRE      PIC X(001).
           03 RVA-EM-CONFLITO          PIC X(001).
           03 RVA-PERMISSAO-1          PIC X(011).
           03 RVA-PERMISSAO-2          PIC X(011).
           03 RVA-DESCRICAO            PIC X(050).
           03 RVA-DECISAO              PIC X(001).
              88 RVA-PENDENTE          VALUE SPACE.
              88 RVA-CONFIRMADA        VALUE 'C'.
              88 RVA-REVOGADA          VALUE 'R'.
           03 RVA-ITEM-REVOGADO        PIC X(011).
           03 RVA-JUSTIFICATIVA        PIC X(040).
           03 RVA-SUPERVISOR           PIC X(008).
           03 RVA-DT-DECISAO           PIC 9(014).
