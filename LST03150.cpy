      ******************************************************************
      * NOME BOOK : LST03150
      * DESCRICAO : LISTAGEM DE RESULTADO DAS TRANSACOES DE MANUTENCAO
      *             DO CADASTRO DE AVALISTAS (EXER0350) - UM REGISTRO
      *             POR TRANSACAO LIDA, COM O RESULTADO DA INCLUSAO/
      *             ALTERACAO/EXCLUSAO/CONSULTA OU O MOTIVO DA
      *             REJEICAO.
      * TAMANHO   :  120 BYTES
      ******************************************************************

          01 LST10-REGISTRO.
             03 LST10-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST10-NUM-CONTA            PIC 9(08) VALUE ZEROS.
             03 LST10-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
             03 LST10-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
             03 LST10-NOM-AVALISTA         PIC X(40) VALUE SPACES.
             03 LST10-IND-TIPO-PESSOA      PIC X(01) VALUE SPACES.
             03 LST10-NUM-DOCUMENTO        PIC 9(14) VALUE ZEROS.
             03 LST10-DES-RESULTADO        PIC X(50) VALUE SPACES.
