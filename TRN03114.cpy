      *             PARCELAS (ARQPLA01) PARA O EXER0314 - INCLUSAO,
      *             ALTERACAO E CONSULTA CONTRA O ARQUIVO INDEXADO,
      *             NO MESMO ESTILO DE TRN03113/EXER0313.
      * TAMANHO   :  048 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'I' = INCLUIR NOVA PARCELA
      *                      'A' = ALTERAR PARCELA JA CADASTRADA
      * VLR-PARCELA        : VIDE PLA01-VLR-PARCELA - 'I'/'A'
      * IND-SITUACAO       : VIDE PLA01-IND-SITUACAO - 'I'/'A' (EM
      *                      BRANCO NA INCLUSAO ASSUME 'A' - EM ABERTO)
      * COD-OPERADOR       : OPERADOR QUE DIGITOU A TRANSACAO -
      *                      OBRIGATORIO (EXCETO NA CONSULTA).
      *                      CAMPO ACRESCENTADO NO FIM DO REGISTRO
      ******************************************************************

          01 TRN02-REGISTRO.
             03 TRN02-DAT-VENCIMENTO       PIC X(10) VALUE SPACES.
             03 TRN02-VLR-PARCELA          PIC 9(09)V99 VALUE ZEROS.
             03 TRN02-IND-SITUACAO         PIC X(01) VALUE SPACES.
             03 TRN02-COD-OPERADOR         PIC X(08) VALUE SPACES.
