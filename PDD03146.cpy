      ******************************************************************
      * NOME BOOK : PDD03146
      * DESCRICAO : VARIACAO MENSAL DA PROVISAO PARA DEVEDORES
      *             DUVIDOSOS POR AGENCIA - GERADO PELO EXER0346, UM
      *             REGISTRO POR AGENCIA COM VARIACAO NO MES. LIDO PELA
      *             INTERFACE CONTABIL (EXER0322), QUE LANCA OS EVENTOS
      *             'PDC' (CONSTITUICAO) E 'PDR' (REVERSAO) DO GLI03122.
      * TAMANHO   :  044 BYTES
      ************************* DADOS DA PROVISAO **********************
      * DAT-PROCESSAMENTO : DATA DE CORTE DO CALCULO (AAAAMMDD)
      * MES-REFERENCIA    : MES DA PROVISAO (AAAAMM)
      * COD-AGENCIA       : AGENCIA DOS CONTRATOS
      * VLR-CONSTITUICAO  : SOMA DOS AUMENTOS DE PROVISAO DOS CONTRATOS
      *                     DA AGENCIA NO MES
      * VLR-REVERSAO      : SOMA DAS REDUCOES DE PROVISAO DOS CONTRATOS
      *                     DA AGENCIA NO MES (INCLUSIVE CONTRATOS QUE
      *                     SAIRAM DA CARTEIRA ATIVA)
      ******************************************************************

          01 PDD01-REGISTRO.
             03 PDD01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 PDD01-MES-REFERENCIA          PIC 9(06) VALUE ZEROS.
             03 PDD01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 PDD01-VLR-CONSTITUICAO        PIC 9(11)V99 VALUE ZEROS.
             03 PDD01-VLR-REVERSAO            PIC 9(11)V99 VALUE ZEROS.
