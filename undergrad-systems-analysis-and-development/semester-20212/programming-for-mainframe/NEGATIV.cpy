      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CONTROLE DE NEGATIVACOES NO BIRO DE
      * CREDITO (ARQUIVO NEGATIVACOES, INDEXADO PELO NUMERO DA
      * DUPLICATA), GRAVADO PELA REMESSA DE NEGATIVACAO
      * (EXERCICIO_129) E LIDO PELA FILA DE COBRANCA (EXERCICIO_036),
      * NO MESMO ESPIRITO DE POSICAO.CPY. GUARDA O QUE FOI ENVIADO AO
      * BIRO, QUANDO, E SE A EXCLUSAO JA FOI PEDIDA (COM O MOTIVO:
      * 'PAG' QUITADA, 'CAN' CANCELADA/ESTORNADA, 'REN' RENEGOCIADA,
      * 'INE' FORA DO MASTER).
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 NEG-NR-DUPLICATA         PIC 9(007).
           03 NEG-COD-CLIENTE          PIC 9(005).
           03 NEG-VL-DIVIDA            PIC S9(013)V9(002).
           03 NEG-DT-VENCIMENTO        PIC 9(008).
           03 NEG-DT-INCLUSAO          PIC 9(008).
           03 NEG-SITUACAO             PIC X(001).
              88 NEG-ATIVA             VALUE 'A'.
              88 NEG-EXCLUIDA          VALUE 'E'.
           03 NEG-DT-EXCLUSAO          PIC 9(008).
           03 NEG-MOTIVO-EXCLUSAO      PIC X(003).
