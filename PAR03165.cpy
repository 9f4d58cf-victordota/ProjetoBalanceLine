      ******************************************************************
      * NOME BOOK : PAR03165
      * DESCRICAO : CARTAO DE PARAMETROS DA PRORROGACAO EM MASSA DE
      *             VENCIMENTOS (EXER0365) - CONCEDIDA PELA DIRETORIA
      *             A UMA REGIAO, PRODUTO OU LISTA DE CONTAS ATINGIDA
      *             POR ENCHENTE OU EVENTO SEMELHANTE.
      * TAMANHO   :  052 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-SELECAO   : 'A' = FAIXA DE AGENCIAS (AGENCIA-INI A
      *                            AGENCIA-FIM)
      *                      'P' = CONTRATOS DO PRODUTO COD-PRODUTO
      *                      'L' = LISTA DE CONTAS DO ARQLPR01
      *                            (BOOK LPR03165)
      * COD-AGENCIA-INI/   : FAIXA DE AGENCIAS DA SELECAO 'A'
      * COD-AGENCIA-FIM
      * COD-PRODUTO        : PRODUTO DA SELECAO 'P' (ARQENT01-COD-
      *                      PRODUTO)
      * QTD-MESES          : MESES DE PRORROGACAO (01 A 12) - CADA
      *                      PARCELA EM ABERTO VENCE N MESES DEPOIS E
      *                      A COBRANCA FICA SUSPENSA ATE A DATA DE
      *                      REFERENCIA MAIS N MESES
      * DAT-REFERENCIA     : DATA DA CONCESSAO (AAAAMMDD - ZEROS
      *                      ASSUME A DATA CORRENTE DO SISTEMA)
      * DES-MOTIVO         : MOTIVO DA CONCESSAO, GRAVADO NO REGISTRO
      *                      DE PRORROGACAO (PRG03165)
      ******************************************************************

          01 PARM28-REGISTRO.
             03 PARM28-IND-TIPO-SELECAO       PIC X(01) VALUE SPACES.
                88 PARM28-SELECAO-AGENCIA     VALUE 'A'.
                88 PARM28-SELECAO-PRODUTO     VALUE 'P'.
                88 PARM28-SELECAO-LISTA       VALUE 'L'.
             03 PARM28-COD-AGENCIA-INI        PIC 9(04) VALUE ZEROS.
             03 PARM28-COD-AGENCIA-FIM        PIC 9(04) VALUE ZEROS.
             03 PARM28-COD-PRODUTO            PIC 9(03) VALUE ZEROS.
             03 PARM28-QTD-MESES              PIC 9(02) VALUE 02.
             03 PARM28-DAT-REFERENCIA         PIC 9(08) VALUE ZEROS.
             03 PARM28-DES-MOTIVO             PIC X(30) VALUE SPACES.
