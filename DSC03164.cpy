      ******************************************************************
      * NOME BOOK : DSC03164
      * DESCRICAO : ARQUIVO DE DEVOLUCOES DE SALDO CREDOR APLICADAS
      *             (EXER0364) - UM REGISTRO POR CONTA COM O CREDITO
      *             DEVOLVIDO. LIDO PELA INTERFACE CONTABIL (EXER0322),
      *             QUE LANCA O EVENTO 'DSC' (GLI03122) POR AGENCIA.
      * TAMANHO   :  025 BYTES
      ************************* DADOS DA DEVOLUCAO *********************
      * DAT-PROCESSAMENTO : DATA DA APLICACAO DA DEVOLUCAO (AAAAMMDD)
      * COD-AGENCIA       : AGENCIA DA CONTA DO CREDITO
      * VLR-DEVOLUCAO     : VALOR DO CREDITO DEVOLVIDO
      ******************************************************************

          01 DSC01-REGISTRO.
             03 DSC01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 DSC01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 DSC01-VLR-DEVOLUCAO           PIC 9(11)V99 VALUE ZEROS.
