      ******************************************************************
      * NOME BOOK : PAR03145
      * DESCRICAO : CARTAO DE PARAMETROS DA COTACAO DE QUITACAO
      *             ANTECIPADA (EXER0345).
      * TAMANHO   :  018 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * PCT-TAXA-DESCONTO-DFT : TAXA MENSAL DE DESCONTO DAS PARCELAS A
      *               VENCER QUANDO A TRANSACAO NAO TRAZ A PROPRIA, EM
      *               PERCENTUAL (ZEROS = SEM DESCONTO - A VENCER PELO
      *               VALOR DE FACE)
      * QTD-DIAS-VALIDADE : DIAS CORRIDOS DE VALIDADE DA COTACAO APOS
      *               A DATA DE QUITACAO (ZEROS ASSUME 005)
      * DAT-PROCESSAMENTO : DATA DE EMISSAO DAS COTACOES (AAAAMMDD -
      *               ZEROS ASSUME A DATA CORRENTE DO SISTEMA)
      ******************************************************************

          01 PARM16-REGISTRO.
             03 PARM16-PCT-TAXA-DESCONTO-DFT  PIC 9(03)V9(04)
                                               VALUE ZEROS.
             03 PARM16-QTD-DIAS-VALIDADE      PIC 9(03) VALUE 005.
             03 PARM16-DAT-PROCESSAMENTO      PIC 9(08) VALUE ZEROS.
