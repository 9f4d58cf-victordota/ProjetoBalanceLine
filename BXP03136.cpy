      ******************************************************************
      * NOME BOOK : BXP03136
      * DESCRICAO : CADASTRO DE CONTRATOS BAIXADOS POR PERDA - ARQUIVO
      *             INDEXADO, UM REGISTRO POR CONTRATO BAIXADO. GRAVADO
      *             PELO EXER0336 NA APLICACAO DA PERDA (VALOR LEVADO A
      *             PERDA) E ATUALIZADO PELO EXER0312 A CADA PAGAMENTO
      *             RECEBIDO DEPOIS DA BAIXA (RECUPERACAO - VIDE
      *             REC03112). BASE DO RELATORIO MENSAL DE RECUPERACAO
      *             X PERDA POR AGENCIA E PRODUTO (EXER0343).
      * TAMANHO   :  078 BYTES
      ************************* DADOS DO CONTRATO **********************
      * CHAVE               : AGENCIA + CONTA + CONTRATO BAIXADO
      * COD-PRODUTO         : PRODUTO DO CONTRATO NO CADASTRO (ENT03112)
      * DAT-BAIXA           : DATA DA APLICACAO DA PERDA (AAAAMMDD)
      * VLR-BAIXADO         : VALOR TOTAL LEVADO A PERDA (EM ABERTO +
      *                       MULTA ACUMULADA)
      * VLR-RECUPERADO      : TOTAL RECUPERADO DESDE A BAIXA
      * DAT-ULT-RECUPERACAO : DATA DE PROCESSAMENTO DO ULTIMO PAGAMENTO
      *                       RECUPERADO (AAAAMMDD)
      * MES-REF-RECUPERACAO : MES (AAAAMM) DO VALOR RECUPERADO NO MES
      * VLR-RECUPERADO-MES  : VALOR RECUPERADO NO MES DE REFERENCIA
      ******************************************************************

          01 BXP01-REGISTRO.
             03 BXP01-CHAVE.
                05 BXP01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 BXP01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 BXP01-NUM-CONTRATO         PIC 9(02) VALUE 0.
             03 BXP01-COD-PRODUTO             PIC 9(03) VALUE ZEROS.
             03 BXP01-DAT-BAIXA               PIC 9(08) VALUE ZEROS.
             03 BXP01-VLR-BAIXADO             PIC 9(11)V99 VALUE ZEROS.
             03 BXP01-VLR-RECUPERADO          PIC 9(11)V99 VALUE ZEROS.
             03 BXP01-DAT-ULT-RECUPERACAO     PIC 9(08) VALUE ZEROS.
             03 BXP01-MES-REF-RECUPERACAO     PIC 9(06) VALUE ZEROS.
             03 BXP01-VLR-RECUPERADO-MES      PIC 9(11)V99 VALUE ZEROS.
