      ******************************************************************
      * NOME BOOK : CMA03158
      * DESCRICAO : COMISSAO MENSAL DAS ASSESSORIAS DE COBRANCA POR
      *             AGENCIA - GERADO PELO EXER0358, UM REGISTRO POR
      *             AGENCIA COM COMISSAO NO MES. LIDO PELA INTERFACE
      *             CONTABIL (EXER0322), QUE LANCA O EVENTO DE DESPESA
      *             'CMS' DO GLI03122.
      * TAMANHO   :  031 BYTES
      ************************* DADOS DA COMISSAO *********************
      * DAT-PROCESSAMENTO : DATA DO CALCULO (AAAAMMDD)
      * MES-REFERENCIA    : MES DAS LIQUIDACOES COMISSIONADAS (AAAAMM)
      * COD-AGENCIA       : AGENCIA DOS CONTRATOS LIQUIDADOS
      * VLR-COMISSAO      : SOMA DAS COMISSOES DEVIDAS AS ASSESSORIAS
      *                     PELOS CONTRATOS DA AGENCIA NO MES
      ******************************************************************

          01 CMA01-REGISTRO.
             03 CMA01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 CMA01-MES-REFERENCIA          PIC 9(06) VALUE ZEROS.
             03 CMA01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 CMA01-VLR-COMISSAO            PIC 9(11)V99 VALUE ZEROS.
