      ******************************************************************
      * NOME BOOK : CTT03156
      * DESCRICAO : LOG ACUMULADO DOS CONTATOS DA COBRANCA INTERNA -
      *             UM REGISTRO POR CONTATO ACEITO PELO EXER0356,
      *             GRAVADO EM EXTEND. BASE DO RELATORIO SEMANAL DE
      *             PRODUTIVIDADE POR COBRADOR (EXER0357).
      * TAMANHO   :  057 BYTES
      ************************** DADOS DO LOG **************************
      * DAT-CONTATO ATE     : VIDE TRN03156
      * VLR-PROMETIDO
      * DAT-REGISTRO        : DATA (AAAAMMDD) DO PROCESSAMENTO QUE
      *                       ACEITOU O CONTATO
      * IND-ACORDO-GRAVADO  : 'S' = A PROMESSA FOI GRAVADA COMO ACORDO
      *                       NO ARQACD01; 'N' = A CONTA JA TINHA
      *                       ACORDO VIGENTE (MANTIDO) OU O CONTATO NAO
      *                       E PROMESSA
      ******************************************************************

          01 CTT01-REGISTRO.
             03 CTT01-DAT-CONTATO             PIC 9(08) VALUE ZEROS.
             03 CTT01-COD-COBRADOR            PIC X(06) VALUE SPACES.
             03 CTT01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 CTT01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 CTT01-NUM-CONTRATO            PIC 9(02) VALUE ZEROS.
             03 CTT01-COD-RESULTADO           PIC X(01) VALUE SPACES.
                88 CTT01-NAO-ATENDEU          VALUE 'N'.
                88 CTT01-PROMESSA             VALUE 'P'.
                88 CTT01-RECUSA               VALUE 'R'.
                88 CTT01-TELEFONE-ERRADO      VALUE 'E'.
             03 CTT01-DAT-PROMESSA            PIC 9(08) VALUE ZEROS.
             03 CTT01-VLR-PROMETIDO           PIC 9(09)V99 VALUE ZEROS.
             03 CTT01-DAT-REGISTRO            PIC 9(08) VALUE ZEROS.
             03 CTT01-IND-ACORDO-GRAVADO      PIC X(01) VALUE 'N'.
                88 CTT01-ACORDO-GRAVADO       VALUE 'S'.
