      ******************************************************************
      * NOME BOOK : PND03159
      * DESCRICAO : ARQUIVO DE TRANSACOES PENDENTES DE APROVACAO (DUPLO
      *             CONTROLE) - ARQUIVO INDEXADO, UM REGISTRO POR
      *             TRANSACAO SENSIVEL RETIDA PELOS PROGRAMAS DE
      *             MANUTENCAO EXER0313 (CADASTRO), EXER0314 (PLANO),
      *             EXER0316 (CARENCIA POR PRODUTO) E EXER0330
      *             (ACORDOS) EM VEZ DE SER APLICADA. A DECISAO DE UM
      *             SEGUNDO OPERADOR E REGISTRADA PELO EXER0359 E A
      *             TRANSACAO APROVADA E EFETIVADA PELO PROPRIO
      *             PROGRAMA DE MANUTENCAO NA EXECUCAO SEGUINTE.
      * TAMANHO   :  331 BYTES
      ************************* DADOS DA PENDENCIA *********************
      * CHAVE            : PROGRAMA QUE RETEVE A TRANSACAO + DATA
      *                    (AAAAMMDD) E HORA (HHMMSS) DA EXECUCAO +
      *                    SEQUENCIA DA PENDENCIA NA EXECUCAO
      * COD-OPERADOR     : OPERADOR QUE DIGITOU A TRANSACAO
      * IND-SITUACAO     : 'P' = PENDENTE DE APROVACAO
      *                    'A' = APROVADA, AGUARDANDO EFETIVACAO
      *                    'R' = REJEITADA PELO APROVADOR
      *                    'X' = EXPIRADA SEM DECISAO NO PRAZO
      *                    'E' = EFETIVADA PELO PROGRAMA DE MANUTENCAO
      *                    'N' = APROVADA MAS NAO EFETIVADA (A
      *                          TRANSACAO FOI REJEITADA NA APLICACAO -
      *                          VIDE DES-MOTIVO)
      * COD-APROVADOR    : OPERADOR QUE DECIDIU A PENDENCIA (SEMPRE
      *                    DIFERENTE DE COD-OPERADOR)
      * DAT-DECISAO      : DATA DA APROVACAO/REJEICAO/EXPIRACAO
      * DAT-EFETIVACAO   : DATA DA EFETIVACAO ('E'/'N')
      * DES-MOTIVO       : MOTIVO DA REJEICAO/NAO EFETIVACAO
      * IND-TIPO-TRANSACAO: TIPO DA TRANSACAO RETIDA (1O. BYTE DA
      *                    IMAGEM)
      * DES-CHAVE        : CHAVE DO REGISTRO AFETADO, COMO INFORMADA NA
      *                    TRANSACAO (AGENCIA+CONTA+CONTRATO/PARCELA OU
      *                    PRODUTO+VIGENCIA) - SO PARA A LISTAGEM
      * IMG-TRANSACAO    : IMAGEM COMPLETA DA TRANSACAO NO LAYOUT DO
      *                    PROGRAMA (TRN03113/TRN03114/TRN03116/
      *                    TRN03130)
      ******************************************************************

          01 PND01-REGISTRO.
             03 PND01-CHAVE.
                05 PND01-COD-PROGRAMA         PIC X(08) VALUE SPACES.
                05 PND01-DAT-REGISTRO         PIC 9(08) VALUE ZEROS.
                05 PND01-HOR-REGISTRO         PIC 9(06) VALUE ZEROS.
                05 PND01-NUM-SEQUENCIA        PIC 9(05) VALUE ZEROS.
             03 PND01-COD-OPERADOR            PIC X(08) VALUE SPACES.
             03 PND01-IND-SITUACAO            PIC X(01) VALUE 'P'.
                88 PND01-PENDENTE             VALUE 'P'.
                88 PND01-APROVADA             VALUE 'A'.
                88 PND01-REJEITADA            VALUE 'R'.
                88 PND01-EXPIRADA             VALUE 'X'.
                88 PND01-EFETIVADA            VALUE 'E'.
                88 PND01-NAO-EFETIVADA        VALUE 'N'.
             03 PND01-COD-APROVADOR           PIC X(08) VALUE SPACES.
             03 PND01-DAT-DECISAO             PIC 9(08) VALUE ZEROS.
             03 PND01-DAT-EFETIVACAO          PIC 9(08) VALUE ZEROS.
             03 PND01-DES-MOTIVO              PIC X(50) VALUE SPACES.
             03 PND01-IND-TIPO-TRANSACAO      PIC X(01) VALUE SPACES.
             03 PND01-DES-CHAVE               PIC X(20) VALUE SPACES.
             03 PND01-IMG-TRANSACAO           PIC X(200) VALUE SPACES.
