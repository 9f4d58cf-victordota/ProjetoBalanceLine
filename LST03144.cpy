      ******************************************************************
      * NOME BOOK : LST03144
      * DESCRICAO : LISTAGEM DE RESULTADO DAS TRANSACOES DE ORIGINACAO
      *             DE CONTRATOS (EXER0344) - UMA LINHA DE CONTRATO POR
      *             TRANSACAO LIDA (RESULTADO OU MOTIVO DA REJEICAO)
      *             SEGUIDA, NA ORIGINACAO/SIMULACAO ACEITA, DE UMA
      *             LINHA POR PARCELA DO PLANO GERADO.
      * TAMANHO   :  125 BYTES
      ************************* DADOS DA LINHA *************************
      * IND-TIPO-LINHA     : 'C' = CONTRATO - NUM-PARCELA = PRAZO,
      *                            DAT-VENCIMENTO = PRIMEIRO VENCIMENTO,
      *                            VLR-PARCELA = PRIMEIRA PARCELA,
      *                            VLR-PRINCIPAL = VALOR FINANCIADO,
      *                            VLR-JUROS = TOTAL DE JUROS DO PLANO
      *                      'P' = PARCELA DO PLANO (VIDE PLA03112)
      ******************************************************************

          01 LST08-REGISTRO.
             03 LST08-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST08-NUM-CONTA            PIC 9(08) VALUE ZEROS.
             03 LST08-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
             03 LST08-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
             03 LST08-IND-TIPO-LINHA       PIC X(01) VALUE SPACES.
                88 LST08-LINHA-CONTRATO    VALUE 'C'.
                88 LST08-LINHA-PARCELA     VALUE 'P'.
             03 LST08-NUM-PARCELA          PIC 9(03) VALUE ZEROS.
             03 LST08-DAT-VENCIMENTO       PIC X(10) VALUE SPACES.
             03 LST08-VLR-PARCELA          PIC 9(09)V99 VALUE ZEROS.
             03 LST08-VLR-PRINCIPAL        PIC 9(09)V99 VALUE ZEROS.
             03 LST08-VLR-JUROS            PIC 9(09)V99 VALUE ZEROS.
             03 LST08-VLR-SALDO-DEVEDOR    PIC 9(11)V99 VALUE ZEROS.
             03 LST08-DES-RESULTADO        PIC X(50) VALUE SPACES.
