      *             AGENCIA DE ORIGEM E A DATA DO CREDITO. CONFERIDO
      *             PELO EXER0325 CONTRA OS TOTAIS PAGOS QUE O BALANCE
      *             LINE APUROU (ARQSAI01/ARQSAI02/ARQSAI05).
      * TAMANHO   :  032 BYTES
      ************************* DADOS DO CREDITO ***********************
      * DAT-CREDITO : DATA DO CREDITO NA CONTA DE LIQUIDACAO (AAAAMMDD)
      * COD-AGENCIA : AGENCIA DE ORIGEM DOS PAGAMENTOS LIQUIDADOS
      * VLR-CREDITO : VALOR CREDITADO
      * IND-ORIGEM  : ' '/'P' = CREDITO DO PROCESSADOR DE PAGAMENTOS
      *               'A' = REPASSE DE ASSESSORIA DE COBRANCA (VALOR
      *               RECUPERADO NA COBRANCA EXTERNA - NAO ENTRA NA
      *               CONCILIACAO DO EXER0325, CONFERIDO PELO EXER0358)
      * COD-ASSESSORIA : ASSESSORIA QUE FEZ O REPASSE (ORIGEM 'A')
      * IND-ORIGEM E COD-ASSESSORIA FORAM ACRESCENTADOS NO FIM DO
      * REGISTRO
      ******************************************************************

          01 BNC01-REGISTRO.
             03 BNC01-DAT-CREDITO             PIC 9(08) VALUE ZEROS.
             03 BNC01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 BNC01-VLR-CREDITO             PIC 9(11)V99 VALUE ZEROS.
             03 BNC01-IND-ORIGEM              PIC X(01) VALUE SPACES.
                88 BNC01-ORIGEM-PROCESSADOR   VALUE ' ' 'P'.
                88 BNC01-ORIGEM-ASSESSORIA    VALUE 'A'.
             03 BNC01-COD-ASSESSORIA          PIC X(06) VALUE SPACES.
