      *             PAGAMENTO (ARQACD01) PARA O EXER0330 - REGISTRO,
      *             CANCELAMENTO E CONSULTA CONTRA O ARQUIVO INDEXADO,
      *             NO MESMO ESTILO DE TRN03113/EXER0313.
      * TAMANHO   :  040 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'I' = REGISTRAR ACORDO (REATIVA E
      *                            SUBSTITUI UM ACORDO CANCELADO)
      * NUM-CONTA            OBRIGATORIA EM QUALQUER TRANSACAO
      * DAT-PROMESSA       : VIDE ACD01-DAT-PROMESSA - 'I'
      * VLR-PROMETIDO      : VIDE ACD01-VLR-PROMETIDO - 'I'
      * COD-OPERADOR       : OPERADOR QUE DIGITOU A TRANSACAO -
      *                      OBRIGATORIO (EXCETO NA CONSULTA).
      *                      CAMPO ACRESCENTADO NO FIM DO REGISTRO
      ******************************************************************

          01 TRN05-REGISTRO.
                05 TRN05-NUM-CONTA         PIC 9(08) VALUE 0.
             03 TRN05-DAT-PROMESSA         PIC 9(08) VALUE ZEROS.
             03 TRN05-VLR-PROMETIDO        PIC 9(09)V99 VALUE ZEROS.
             03 TRN05-COD-OPERADOR         PIC X(08) VALUE SPACES.
