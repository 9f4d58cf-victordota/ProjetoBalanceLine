      ******************************************************************
      * NOME BOOK : SLD03162
      * DESCRICAO : FECHAMENTO MENSAL DOS SALDOS DO BALANCE LINE POR
      *             AGENCIA - GRAVADO PELA CONCILIACAO MENSAL
      *             (EXER0362) E LIDO NO MES SEGUINTE COMO SALDO
      *             ANTERIOR DO ROLL-FORWARD.
      * TAMANHO   :  088 BYTES
      ********************** DADOS DO FECHAMENTO ***********************
      * MES-REFERENCIA   : MES DO FECHAMENTO (AAAAMM)
      * COD-AGENCIA      : AGENCIA
      * VLR-CARTEIRA     : PARCELAS EM ABERTO DO ARQPLA01
      * VLR-MULTA        : MULTA DE ATRASO ACUMULADA DO ARQATR01
      * VLR-CREDITO      : SALDO CREDOR DO ARQCRE01
      * VLR-GL-CARTEIRA/VLR-GL-MULTA/VLR-GL-CREDITO : SALDOS DAS
      *                    CONTAS CONTABEIS NO FECHAMENTO (ARQGLS01)
      ******************************************************************

          01 SLD01-REGISTRO.
             03 SLD01-MES-REFERENCIA          PIC 9(06) VALUE ZEROS.
             03 SLD01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 SLD01-VLR-CARTEIRA            PIC 9(11)V99 VALUE ZEROS.
             03 SLD01-VLR-MULTA               PIC 9(11)V99 VALUE ZEROS.
             03 SLD01-VLR-CREDITO             PIC 9(11)V99 VALUE ZEROS.
             03 SLD01-VLR-GL-CARTEIRA         PIC 9(11)V99 VALUE ZEROS.
             03 SLD01-VLR-GL-MULTA            PIC 9(11)V99 VALUE ZEROS.
             03 SLD01-VLR-GL-CREDITO          PIC 9(11)V99 VALUE ZEROS.
