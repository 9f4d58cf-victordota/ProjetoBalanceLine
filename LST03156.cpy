      ******************************************************************
      * NOME BOOK : LST03156
      * DESCRICAO : LISTAGEM DE RESULTADO DA CAPTURA DOS CONTATOS DA
      *             COBRANCA INTERNA (EXER0356) - UM REGISTRO POR
      *             TRANSACAO LIDA, COM O RESULTADO OU O MOTIVO DA
      *             REJEICAO.
      * TAMANHO   :  098 BYTES
      ******************************************************************

          01 LST13-REGISTRO.
             03 LST13-DAT-CONTATO          PIC 9(08) VALUE ZEROS.
             03 LST13-COD-COBRADOR         PIC X(06) VALUE SPACES.
             03 LST13-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST13-NUM-CONTA            PIC 9(08) VALUE ZEROS.
             03 LST13-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
             03 LST13-COD-RESULTADO        PIC X(01) VALUE SPACES.
             03 LST13-DAT-PROMESSA         PIC 9(08) VALUE ZEROS.
             03 LST13-VLR-PROMETIDO        PIC 9(09)V99 VALUE ZEROS.
             03 LST13-DES-RESULTADO        PIC X(50) VALUE SPACES.
