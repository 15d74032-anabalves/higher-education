      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO HISTORICO DE RENOVACAO DE BOLSAS
      * (ARQUIVO BOLSA_HIST, INDEXADO POR RGM + PERIODO DE VIGENCIA),
      * GRAVADO PELA AVALIACAO DE FIM DE PERIODO (EXERCICIO_192): UM
      * REGISTRO POR BOLSISTA AVALIADO, COM O PERC-DESCONTO ANTERIOR,
      * O NOVO (QUE VALE A PARTIR DO PERIODO DE VIGENCIA), A DECISAO
      * (MANTIDA, REDUZIDA OU SUSPENSA), A MEDIA E AS REPROVACOES DO
      * PERIODO AVALIADO QUE A MOTIVARAM E O MOTIVO POR EXTENSO. O
      * FATURAMENTO (EXERCICIO_031) E A CONCILIACAO (EXERCICIO_053)
      * LEEM ESTE HISTORICO PELA SUBROTINA DESCONTO_VIGENTE PARA USAR
      * O DESCONTO QUE VALIA NO PERIODO COBRADO.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 BHS-CHAVE.
              05 BHS-RGM               PIC 9(005).
              05 BHS-PERIODO-VIGENCIA  PIC X(006).
           03 BHS-PERIODO-AVALIADO     PIC X(006).
           03 BHS-PERC-ANTERIOR        PIC 9(003).
           03 BHS-PERC-NOVO            PIC 9(003).
           03 BHS-DECISAO              PIC X(001).
              88 BHS-MANTIDA           VALUE 'M'.
              88 BHS-REDUZIDA          VALUE 'R'.
              88 BHS-SUSPENSA          VALUE 'S'.
           03 BHS-MEDIA-PERIODO        PIC S9(002)V9(002).
           03 BHS-QTD-REPROVACOES      PIC 9(002).
           03 BHS-MOTIVO               PIC X(040).
           03 BHS-COD-CLIENTE          PIC 9(005).
           03 BHS-DT-AVALIACAO         PIC 9(008).
