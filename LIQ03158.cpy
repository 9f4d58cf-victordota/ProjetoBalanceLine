      ******************************************************************
      * NOME BOOK : LIQ03158
      * DESCRICAO : LOG ACUMULADO DAS CONTAS LIQUIDADAS NA ASSESSORIA
      *             DE COBRANCA - UM REGISTRO POR RETORNO 'L' APLICADO
      *             PELO EXER0327, GRAVADO EM EXTEND. BASE DO CALCULO
      *             MENSAL DA COMISSAO E DA CONFERENCIA DOS REPASSES
      *             (EXER0358).
      * TAMANHO   :  059 BYTES
      ************************** DADOS DO LOG **************************
      * DAT-REGISTRO    : DATA (AAAAMMDD) DO PROCESSAMENTO QUE APLICOU
      *                   O RETORNO
      * COD-ASSESSORIA ATE DAT-OCORRENCIA/VLR-RECUPERADO : VIDE
      *                   RET03112
      * DAT-VENC-ANTIGA : VENCIMENTO MAIS ANTIGO EM ABERTO NO MOMENTO
      *                   DA LIQUIDACAO (DD.MM.AAAA) - SEM PLANO DE
      *                   PARCELAS ASSUME A DATA DO EMPRESTIMO DO
      *                   CADASTRO. BASE DA FAIXA DE ATRASO DA COMISSAO
      ******************************************************************

          01 LIQ01-REGISTRO.
             03 LIQ01-DAT-REGISTRO            PIC 9(08) VALUE ZEROS.
             03 LIQ01-COD-ASSESSORIA          PIC X(06) VALUE SPACES.
             03 LIQ01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 LIQ01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 LIQ01-NUM-CONTRATO            PIC 9(02) VALUE ZEROS.
             03 LIQ01-DAT-OCORRENCIA          PIC 9(08) VALUE ZEROS.
             03 LIQ01-VLR-RECUPERADO          PIC 9(11)V99 VALUE ZEROS.
             03 LIQ01-DAT-VENC-ANTIGA         PIC X(10) VALUE SPACES.
