      ******************************************************************
      * NOME BOOK : PAR03148
      * DESCRICAO : CARTAO DE PARAMETROS DO PROCESSAMENTO DO RETORNO
      *             DE DEBITO AUTOMATICO (EXER0348).
      * TAMANHO   :  010 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-PROCESSAMENTO  : DATA DO RETORNO (AAAAMMDD - ZEROS ASSUME
      *                      A DATA CORRENTE DO SISTEMA) - DATA DO
      *                      LOTE GERADO PARA O ARQENT02
      * QTD-MAX-TENTATIVAS : QTDE MAXIMA DE APRESENTACOES DE UMA
      *                      PARCELA RECUSADA PELO BANCO (ZEROS ASSUME
      *                      3). ATINGIDO O LIMITE A PARCELA NAO E MAIS
      *                      REAPRESENTADA E SAI NO AVISO A AGENCIA
      ******************************************************************

          01 PARM19-REGISTRO.
             03 PARM19-DAT-PROCESSAMENTO      PIC 9(08) VALUE ZEROS.
             03 PARM19-QTD-MAX-TENTATIVAS     PIC 9(02) VALUE ZEROS.
