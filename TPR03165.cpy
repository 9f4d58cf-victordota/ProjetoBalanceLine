      ******************************************************************
      * NOME BOOK : TPR03165
      * DESCRICAO : RASTRO DA PRORROGACAO EM MASSA DE VENCIMENTOS
      *             (EXER0365) - UM REGISTRO POR PARCELA PRORROGADA,
      *             COM O VENCIMENTO ANTES E DEPOIS DA PRORROGACAO.
      *             ARQUIVO ACUMULADO (CADA RUN ACRESCENTA AO FINAL).
      * TAMANHO   :  064 BYTES
      ************************* DADOS DO RASTRO ************************
      * DAT-PROCESSAMENTO  : DATA DA CONCESSAO (AAAAMMDD)
      * CHAVE              : AGENCIA + CONTA + CONTRATO + PARCELA
      * DAT-VENC-ANTERIOR  : VENCIMENTO ANTES DA PRORROGACAO
      *                      ==> dd.mm.aaaa
      * DAT-VENC-NOVO      : VENCIMENTO PRORROGADO ==> dd.mm.aaaa
      * VLR-PARCELA        : VALOR DA PARCELA (INALTERADO)
      * DAT-FIM-PRORROGACAO: ULTIMO DIA DA SUSPENSAO DA COBRANCA
      ******************************************************************

          01 TPR01-REGISTRO.
             03 TPR01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 TPR01-CHAVE.
                05 TPR01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 TPR01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 TPR01-NUM-CONTRATO         PIC 9(02) VALUE 0.
                05 TPR01-NUM-PARCELA          PIC 9(03) VALUE 0.
             03 TPR01-DAT-VENC-ANTERIOR       PIC X(10) VALUE SPACES.
             03 TPR01-DAT-VENC-NOVO           PIC X(10) VALUE SPACES.
             03 TPR01-VLR-PARCELA             PIC 9(09)V99 VALUE ZEROS.
             03 TPR01-DAT-FIM-PRORROGACAO     PIC 9(08) VALUE ZEROS.
