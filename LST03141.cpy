      ******************************************************************
      * NOME BOOK : LST03141
      * DESCRICAO : LISTAGEM DE RESULTADO DAS TRANSACOES DA TESOURARIA
      *             SOBRE A CONTA SUSPENSE (EXER0341) - UM REGISTRO POR
      *             TRANSACAO LIDA, COM A SITUACAO DO ITEM DEPOIS DA
      *             TRANSACAO OU O MOTIVO DA REJEICAO.
      * TAMANHO   :  110 BYTES
      ******************************************************************

          01 LST07-REGISTRO.
             03 LST07-CHAVE.
                05 LST07-COD-AGENCIA       PIC 9(04) VALUE ZEROS.
                05 LST07-NUM-CONTA         PIC 9(08) VALUE ZEROS.
                05 LST07-NUM-CONTRATO      PIC 9(02) VALUE ZEROS.
                05 LST07-DAT-PAGTO         PIC 9(08) VALUE ZEROS.
                05 LST07-NUM-SEQUENCIA     PIC 9(03) VALUE ZEROS.
             03 LST07-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
             03 LST07-VLR-PAGTO            PIC 9(09)V99 VALUE ZEROS.
             03 LST07-IND-SITUACAO         PIC X(01) VALUE SPACES.
             03 LST07-DESTINO.
                05 LST07-COD-AGENCIA-DEST  PIC 9(04) VALUE ZEROS.
                05 LST07-NUM-CONTA-DEST    PIC 9(08) VALUE ZEROS.
                05 LST07-NUM-CONTRATO-DEST PIC 9(02) VALUE ZEROS.
             03 LST07-DAT-ENTRADA          PIC 9(08) VALUE ZEROS.
             03 LST07-DES-RESULTADO        PIC X(50) VALUE SPACES.
