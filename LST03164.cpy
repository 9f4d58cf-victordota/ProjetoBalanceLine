      ******************************************************************
      * NOME BOOK : LST03164
      * DESCRICAO : LISTAGEM DE RESULTADO DA APLICACAO DAS DEVOLUCOES
      *             DE SALDO CREDOR (EXER0364) - UM REGISTRO POR
      *             PROPOSTA LIDA DO RETORNO DA AREA DE OPERACOES, COM
      *             O RESULTADO DA APLICACAO OU O MOTIVO DA REJEICAO.
      * TAMANHO   :  074 BYTES
      ******************************************************************

          01 LST14-REGISTRO.
             03 LST14-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST14-NUM-CONTA            PIC 9(08) VALUE ZEROS.
             03 LST14-IND-APROVACAO        PIC X(01) VALUE SPACES.
             03 LST14-VLR-CREDITO          PIC 9(09)V99 VALUE ZEROS.
             03 LST14-DES-RESULTADO        PIC X(50) VALUE SPACES.
