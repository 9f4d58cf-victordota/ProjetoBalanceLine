      ******************************************************************
      * NOME BOOK : LST03151
      * DESCRICAO : LISTAGEM DE RESULTADO DA CARGA DAS DEVOLUCOES DO
      *             CORREIO (EXER0351) - UM REGISTRO POR DEVOLUCAO
      *             LIDA, COM O RESULTADO OU O MOTIVO DA REJEICAO.
      * TAMANHO   :  080 BYTES
      ******************************************************************

          01 LST11-REGISTRO.
             03 LST11-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST11-NUM-CONTA            PIC 9(08) VALUE ZEROS.
             03 LST11-NIVEL-NOTIFICACAO    PIC 9(01) VALUE ZERO.
             03 LST11-COD-MOTIVO           PIC X(02) VALUE SPACES.
             03 LST11-DAT-DEVOLUCAO        PIC 9(08) VALUE ZEROS.
             03 LST11-QTD-CONTRATOS        PIC 9(02) VALUE ZEROS.
             03 LST11-DES-RESULTADO        PIC X(50) VALUE SPACES.
             03 FILLER                     PIC X(05) VALUE SPACES.
