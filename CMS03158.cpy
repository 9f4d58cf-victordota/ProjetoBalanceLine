      ******************************************************************
      * NOME BOOK : CMS03158
      * DESCRICAO : TABELA DE COMISSAO DAS ASSESSORIAS DE COBRANCA -
      *             UM REGISTRO POR ASSESSORIA/AGENCIA/FAIXA DE ATRASO,
      *             MANTIDO PELA AREA DE COBRANCA E CARREGADO PELO
      *             EXER0358 PARA CALCULAR A COMISSAO DE CADA CONTA
      *             LIQUIDADA NA ASSESSORIA ('L' DO RET03112).
      * TAMANHO   :  031 BYTES
      ************************** DADOS DA TAXA *************************
      * COD-ASSESSORIA : CODIGO DA ASSESSORIA (VIDE RET03112)
      * COD-AGENCIA    : AGENCIA DO CONTRATO - ZEROS = TAXA GERAL DA
      *                  ASSESSORIA, USADA QUANDO A AGENCIA NAO TEM
      *                  FAIXAS PROPRIAS
      * QTD-DIAS-ATE   : LIMITE SUPERIOR DA FAIXA DE ATRASO (DIAS
      *                  CORRIDOS DO VENCIMENTO MAIS ANTIGO EM ABERTO
      *                  ATE A LIQUIDACAO). VALE A MENOR FAIXA QUE
      *                  COMPORTA O ATRASO - 99999 FECHA A TABELA
      * PCT-COMISSAO   : PERCENTUAL SOBRE O VALOR RECUPERADO
      * VLR-MINIMO     : COMISSAO MINIMA POR CONTA LIQUIDADA
      ******************************************************************

          01 CMS01-REGISTRO.
             03 CMS01-COD-ASSESSORIA          PIC X(06) VALUE SPACES.
             03 CMS01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 CMS01-QTD-DIAS-ATE            PIC 9(05) VALUE ZEROS.
             03 CMS01-PCT-COMISSAO            PIC 9(03)V99 VALUE ZEROS.
             03 CMS01-VLR-MINIMO              PIC 9(09)V99 VALUE ZEROS.
