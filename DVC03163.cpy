      ******************************************************************
      * NOME BOOK : DVC03163
      * DESCRICAO : PROPOSTA DE DEVOLUCAO DE SALDO CREDOR - UM
      *             REGISTRO POR CONTA COM CREDITO DE PAGAMENTO A
      *             MAIOR (CRE03112) SEM CONTRATO ONDE ABATER O
      *             CREDITO, GERADO PELO EXER0363. A AREA DE
      *             OPERACOES DEVOLVE O MESMO LAYOUT COM IND-APROVACAO
      *             PREENCHIDO (ARQDVA01) E O EXER0364 APLICA AS
      *             APROVADAS: GERA A ORDEM DE PAGAMENTO A TESOURARIA
      *             (OPG03164), ZERA O CREDITO E GERA O EVENTO
      *             CONTABIL DE DEVOLUCAO ('DSC') PARA O EXER0322.
      * TAMANHO   :  096 BYTES
      ************************* DADOS DA PROPOSTA **********************
      * COD-AGENCIA/NUM-CONTA: CHAVE DA CONTA DO CREDITO
      * NOM-CLIENTE          : NOME DO CLIENTE (CADASTRO)
      * IND-TIPO-PESSOA/     : CPF OU CNPJ DO CLIENTE (CADASTRO)
      * NUM-DOCUMENTO
      * VLR-CREDITO          : SALDO CREDOR A DEVOLVER (CRE01) - O
      *                        EXER0364 SO DEVOLVE SE O CREDITO AINDA
      *                        FOR ESSE NA APLICACAO
      * DAT-ULT-ATUALIZACAO  : ULTIMO MOVIMENTO DO CREDITO (CRE01)
      * COD-MOTIVO           : 'I' = TODOS OS CONTRATOS DA CONTA
      *                        INATIVOS, 'L' = CONTRATOS ATIVOS SEM
      *                        PARCELA EM ABERTO NO PLANO (LIQUIDADOS)
      * DAT-PROPOSTA         : DATA DE GERACAO DA PROPOSTA (AAAAMMDD)
      * IND-APROVACAO        : BRANCO = PROPOSTA AGUARDANDO DECISAO,
      *                        'A' = APROVADA, 'R' = RECUSADA
      ******************************************************************

          01 DVC01-REGISTRO.
             03 DVC01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 DVC01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 DVC01-NOM-CLIENTE             PIC X(40) VALUE SPACES.
             03 DVC01-IND-TIPO-PESSOA         PIC X(01) VALUE SPACES.
             03 DVC01-NUM-DOCUMENTO           PIC 9(14) VALUE ZEROS.
             03 DVC01-VLR-CREDITO             PIC 9(09)V99 VALUE ZEROS.
             03 DVC01-DAT-ULT-ATUALIZACAO     PIC 9(08) VALUE ZEROS.
             03 DVC01-COD-MOTIVO              PIC X(01) VALUE SPACES.
                88 DVC01-CONTRATOS-INATIVOS   VALUE 'I'.
                88 DVC01-CONTRATOS-LIQUIDADOS VALUE 'L'.
             03 DVC01-DAT-PROPOSTA            PIC 9(08) VALUE ZEROS.
             03 DVC01-IND-APROVACAO           PIC X(01) VALUE SPACES.
                88 DVC01-PROPOSTA-APROVADA    VALUE 'A'.
                88 DVC01-PROPOSTA-RECUSADA    VALUE 'R'.
