      ******************************************************************
      * NOME BOOK : TRN03156
      * DESCRICAO : ARQUIVO DE TRANSACOES DE RESULTADO DE CONTATO DA
      *             COBRANCA INTERNA PARA O EXER0356 - UM REGISTRO POR
      *             CONTATO FEITO PELO COBRADOR COM UM CONTRATO DA SUA
      *             FILA (FIL03155).
      * TAMANHO   :  048 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-CONTATO        : DATA DO CONTATO (AAAAMMDD) - NAO PODE SER
      *                      POSTERIOR A DATA DO PROCESSAMENTO
      * COD-COBRADOR       : COBRADOR QUE FEZ O CONTATO - PRECISA
      *                      ESTAR NA CARTEIRA (COB03155)
      * COD-AGENCIA/       : CHAVE DO CONTRATO CONTATADO (ARQENT01)
      * NUM-CONTA/
      * NUM-CONTRATO
      * COD-RESULTADO      : 'N' = NAO ATENDEU
      *                      'P' = PROMETEU PAGAR (GRAVA O ACORDO NO
      *                            ARQACD01)
      *                      'R' = RECUSOU PAGAR
      *                      'E' = TELEFONE ERRADO
      * DAT-PROMESSA       : DATA PROMETIDA (AAAAMMDD) - SO 'P'
      * VLR-PROMETIDO      : VALOR PROMETIDO - SO 'P'
      ******************************************************************

          01 TRN12-REGISTRO.
             03 TRN12-DAT-CONTATO          PIC 9(08) VALUE ZEROS.
             03 TRN12-COD-COBRADOR         PIC X(06) VALUE SPACES.
             03 TRN12-COD-AGENCIA          PIC 9(04) VALUE 0.
             03 TRN12-NUM-CONTA            PIC 9(08) VALUE 0.
             03 TRN12-NUM-CONTRATO         PIC 9(02) VALUE 0.
             03 TRN12-COD-RESULTADO        PIC X(01) VALUE SPACES.
                88 TRN12-NAO-ATENDEU       VALUE 'N'.
                88 TRN12-PROMESSA          VALUE 'P'.
                88 TRN12-RECUSA            VALUE 'R'.
                88 TRN12-TELEFONE-ERRADO   VALUE 'E'.
                88 TRN12-RESULTADO-VALIDO  VALUE 'N' 'P' 'R' 'E'.
             03 TRN12-DAT-PROMESSA         PIC 9(08) VALUE ZEROS.
             03 TRN12-VLR-PROMETIDO        PIC 9(09)V99 VALUE ZEROS.
