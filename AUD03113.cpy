      *             E A DATA/HORA DA APLICACAO. LISTADO POR CONTA OU
      *             POR PERIODO PELO EXER0315 (PEDIDO ANUAL DA
      *             AUDITORIA).
      * TAMANHO   :  469 BYTES
      ************************* DADOS DO LOG ***************************
      * COD-AGENCIA/NUM-CONTA : CHAVE DO CLIENTE ALTERADO
      * IND-TIPO-TRANSACAO    : 'I'/'A'/'E' - TRANSACAO APLICADA
      * IMAGEM-ANTERIOR       : REGISTRO ARQENT01 ANTES DA ALTERACAO
      *                         (BRANCOS NA INCLUSAO)
      * IMAGEM-ATUAL          : REGISTRO ARQENT01 DEPOIS DA ALTERACAO
      * COD-OPERADOR          : OPERADOR QUE DIGITOU A TRANSACAO
      * COD-APROVADOR         : OPERADOR QUE APROVOU A TRANSACAO
      *                         SENSIVEL RETIDA PARA DUPLO CONTROLE
      *                         (PND03159/EXER0359) - BRANCOS NA
      *                         TRANSACAO APLICADA DIRETAMENTE.
      *                         CAMPOS ACRESCENTADOS NO FIM DO
      *                         REGISTRO
      ******************************************************************

          01 AUD01-REGISTRO.
             03 AUD01-IND-TIPO-TRANSACAO      PIC X(01) VALUE SPACES.
             03 AUD01-DAT-ALTERACAO           PIC 9(08) VALUE ZEROS.
             03 AUD01-HOR-ALTERACAO           PIC 9(06) VALUE ZEROS.
             03 AUD01-IMAGEM-ANTERIOR         PIC X(213) VALUE SPACES.
             03 AUD01-IMAGEM-ATUAL            PIC X(213) VALUE SPACES.
             03 AUD01-COD-OPERADOR            PIC X(08) VALUE SPACES.
             03 AUD01-COD-APROVADOR           PIC X(08) VALUE SPACES.
