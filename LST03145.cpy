      ******************************************************************
      * NOME BOOK : LST03145
      * DESCRICAO : LISTAGEM DAS COTACOES DE QUITACAO ANTECIPADA
      *             (EXER0345) - UMA LINHA POR TRANSACAO LIDA, COM A
      *             COMPOSICAO DO VALOR DE QUITACAO OU O MOTIVO DA
      *             REJEICAO.
      * TAMANHO   :  156 BYTES
      ************************* DADOS DA LINHA *************************
      * DAT-QUITACAO/DAT-VALIDADE : dd.mm.aaaa
      * DEMAIS CAMPOS             : VIDE QUI03145
      ******************************************************************

          01 LST09-REGISTRO.
             03 LST09-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST09-NUM-CONTA            PIC 9(08) VALUE ZEROS.
             03 LST09-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
             03 LST09-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
             03 LST09-DAT-QUITACAO         PIC X(10) VALUE SPACES.
             03 LST09-DAT-VALIDADE         PIC X(10) VALUE SPACES.
             03 LST09-QTD-PARC-VENCIDAS    PIC 9(03) VALUE ZEROS.
             03 LST09-VLR-PARC-VENCIDAS    PIC 9(11)V99 VALUE ZEROS.
             03 LST09-QTD-PARC-A-VENCER    PIC 9(03) VALUE ZEROS.
             03 LST09-VLR-FACE-A-VENCER    PIC 9(11)V99 VALUE ZEROS.
             03 LST09-VLR-PRESENTE-A-VENCER PIC 9(11)V99 VALUE ZEROS.
             03 LST09-VLR-MULTA            PIC 9(11)V99 VALUE ZEROS.
             03 LST09-VLR-TOTAL-QUITACAO   PIC 9(11)V99 VALUE ZEROS.
             03 LST09-DES-RESULTADO        PIC X(50) VALUE SPACES.
