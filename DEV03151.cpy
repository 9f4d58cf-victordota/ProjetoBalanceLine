      ******************************************************************
      * NOME BOOK : DEV03151
      * DESCRICAO : ARQUIVO DE DEVOLUCOES DO CORREIO - UM REGISTRO POR
      *             CARTA DE COBRANCA (ARQCAR01, EXER0324) DEVOLVIDA
      *             COMO NAO ENTREGUE, IDENTIFICADA PELA AGENCIA/CONTA
      *             E PELO NIVEL DA NOTIFICACAO. CARREGADO PELO
      *             EXER0351.
      * TAMANHO   :  040 BYTES
      ************************ DADOS DA DEVOLUCAO **********************
      * COD-AGENCIA/NUM-CONTA : CONTA DA CARTA DEVOLVIDA
      * NIVEL-NOTIFICACAO : NIVEL DA CARTA DEVOLVIDA (1, 2 OU 3 - VIDE
      *                 NOT03112)
      * COD-MOTIVO    : MOTIVO DA DEVOLUCAO INFORMADO PELO CORREIO -
      *                 '01' = MUDOU-SE, '02' = ENDERECO INSUFICIENTE,
      *                 '03' = NUMERO INEXISTENTE, '04' = DESCONHECIDO,
      *                 '05' = RECUSADO, '06' = NAO PROCURADO,
      *                 '07' = AUSENTE, '08' = FALECIDO, '09' = OUTROS
      * DAT-DEVOLUCAO : DATA (AAAAMMDD) DA DEVOLUCAO PELO CORREIO
      ******************************************************************

          01 DEV01-REGISTRO.
             03 DEV01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 DEV01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 DEV01-NIVEL-NOTIFICACAO       PIC 9(01) VALUE ZERO.
                88 DEV01-NIVEL-VALIDO         VALUE 1 THRU 3.
             03 DEV01-COD-MOTIVO              PIC X(02) VALUE SPACES.
                88 DEV01-MOTIVO-VALIDO        VALUE '01' THRU '09'.
             03 DEV01-DAT-DEVOLUCAO           PIC 9(08) VALUE ZEROS.
             03 FILLER                        PIC X(17) VALUE SPACES.
