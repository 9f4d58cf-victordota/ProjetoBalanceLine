      ******************************************************************
      * NOME BOOK : APV03159
      * DESCRICAO : ARQUIVO DE DECISOES DOS APROVADORES SOBRE AS
      *             TRANSACOES PENDENTES DE APROVACAO (PND03159) -
      *             ENTRADA DO EXER0359, UM REGISTRO POR PENDENCIA
      *             DECIDIDA.
      * TAMANHO   :  086 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * CHAVE-PENDENCIA : CHAVE DA PENDENCIA DECIDIDA (PND01-CHAVE,
      *                   COMO LISTADA NO RELATORIO DO EXER0359)
      * COD-APROVADOR   : OPERADOR QUE DECIDE - OBRIGATORIO E
      *                   DIFERENTE DO OPERADOR QUE DIGITOU A TRANSACAO
      * IND-DECISAO     : 'A' = APROVAR, 'R' = REJEITAR
      * DES-MOTIVO      : MOTIVO DA REJEICAO (OPCIONAL NA APROVACAO)
      ******************************************************************

          01 APV01-REGISTRO.
             03 APV01-CHAVE-PENDENCIA.
                05 APV01-COD-PROGRAMA         PIC X(08) VALUE SPACES.
                05 APV01-DAT-REGISTRO         PIC 9(08) VALUE ZEROS.
                05 APV01-HOR-REGISTRO         PIC 9(06) VALUE ZEROS.
                05 APV01-NUM-SEQUENCIA        PIC 9(05) VALUE ZEROS.
             03 APV01-COD-APROVADOR           PIC X(08) VALUE SPACES.
             03 APV01-IND-DECISAO             PIC X(01) VALUE SPACES.
                88 APV01-APROVAR              VALUE 'A'.
                88 APV01-REJEITAR             VALUE 'R'.
             03 APV01-DES-MOTIVO              PIC X(50) VALUE SPACES.
