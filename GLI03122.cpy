      * DAT-PROCESSAMENTO : DATA DE PROCESSAMENTO DO RUN DE ORIGEM
      * COD-AGENCIA       : AGENCIA DO TOTAL LANCADO
      * COD-EVENTO        : 'PGR' = PAGAMENTO RECEBIDO (ARQSAI01/02)
      *                     - LIQUIDO DOS JUROS DO EVENTO 'JUR'
      *                     'MLT' = RECEITA DE MULTA (ARQSAI02)
      *                     'PGP' = PAGAMENTO PARCIAL (ARQSAI05)
      *                     'EST' = ESTORNO DE PAGAMENTO (ARQSAI06)
      *                     LIQUIDADA POR PAGAMENTO (ARQSAI08)
      *                     'PRD' = BAIXA POR PERDA APROVADA
      *                     (ARQWOL01 - VIDE EXER0336)
      *                     'RCP' = RECUPERACAO DE PERDA - PAGAMENTO
      *                     DE CONTRATO BAIXADO (ARQREC01)
      *                     'JUR' = RECEITA DE JUROS DAS PARCELAS
      *                     COM ABERTURA BAIXADAS (ARQJUR01)
      *                     'PDC' = CONSTITUICAO DE PROVISAO PARA
      *                     DEVEDORES DUVIDOSOS (ARQPDD01 - EXER0346)
      *                     'PDR' = REVERSAO DE PROVISAO PARA
      *                     DEVEDORES DUVIDOSOS (ARQPDD01 - EXER0346)
      *                     'CMS' = DESPESA DE COMISSAO DAS ASSESSORIAS
      *                     DE COBRANCA (ARQCMA01 - EXER0358)
      *                     'DSC' = DEVOLUCAO DE SALDO CREDOR
      *                     (ARQDSC01 - EXER0364)
      * IND-DEB-CRED      : 'D' = DEBITO, 'C' = CREDITO
      * VLR-LANCAMENTO    : VALOR TOTAL DO EVENTO NA AGENCIA/DATA
      ******************************************************************
                88 GLI01-EVT-ESTORNO          VALUE 'EST'.
                88 GLI01-EVT-MULTA-ATRASO     VALUE 'MLA'.
                88 GLI01-EVT-PERDA            VALUE 'PRD'.
                88 GLI01-EVT-RECUPERACAO      VALUE 'RCP'.
                88 GLI01-EVT-JUROS            VALUE 'JUR'.
                88 GLI01-EVT-PDD-CONSTITUICAO VALUE 'PDC'.
                88 GLI01-EVT-PDD-REVERSAO     VALUE 'PDR'.
                88 GLI01-EVT-COMISSAO         VALUE 'CMS'.
                88 GLI01-EVT-DEVOLUCAO        VALUE 'DSC'.
             03 GLI01-IND-DEB-CRED            PIC X(01) VALUE SPACES.
                88 GLI01-LANC-DEBITO          VALUE 'D'.
                88 GLI01-LANC-CREDITO         VALUE 'C'.
