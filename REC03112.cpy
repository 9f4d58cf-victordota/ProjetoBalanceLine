      ******************************************************************
      * NOME BOOK : REC03112
      * DESCRICAO : ARQUIVO DE RECUPERACOES DE PERDA (EXER0312) - UM
      *             REGISTRO POR PAGAMENTO RECEBIDO DE CONTRATO JA
      *             BAIXADO POR PERDA (CONTA INATIVA PRESENTE NO
      *             BXP03136). O PAGAMENTO NAO VAI PARA O ARQSAI04 NEM
      *             PARA A CONTA SUSPENSE. LIDO PELA INTERFACE CONTABIL
      *             (EXER0322), QUE LANCA O EVENTO 'RCP' (GLI03122) POR
      *             AGENCIA.
      * TAMANHO   :  046 BYTES
      ************************* DADOS DA RECUPERACAO *******************
      * DAT-PROCESSAMENTO : DATA DE PROCESSAMENTO DO RUN (AAAAMMDD)
      * COD-AGENCIA/      : CHAVE DO CONTRATO BAIXADO
      * NUM-CONTA/
      * NUM-CONTRATO
      * COD-PRODUTO       : PRODUTO DO CONTRATO (BXP03136)
      * DAT-PAGTO         : DATA DO PAGAMENTO (AAAAMMDD)
      * VLR-RECUPERADO    : VALOR DO PAGAMENTO RECUPERADO
      ******************************************************************

          01 REC01-REGISTRO.
             03 REC01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 REC01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 REC01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 REC01-NUM-CONTRATO            PIC 9(02) VALUE ZEROS.
             03 REC01-COD-PRODUTO             PIC 9(03) VALUE ZEROS.
             03 REC01-DAT-PAGTO               PIC 9(08) VALUE ZEROS.
             03 REC01-VLR-RECUPERADO          PIC 9(11)V99 VALUE ZEROS.
