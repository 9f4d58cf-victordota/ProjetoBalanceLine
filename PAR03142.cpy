      ******************************************************************
      * NOME BOOK : PAR03142
      * DESCRICAO : CARTAO DE PARAMETROS DO RELATORIO DE ENVELHECIMENTO
      *             DA CONTA SUSPENSE (EXER0342) - DATA DE CORTE.
      * TAMANHO   :  008 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-CORTE : DATA DE CORTE DO ENVELHECIMENTO (AAAAMMDD - ZEROS
      *             ASSUME A DATA CORRENTE DO SISTEMA). CADA ITEM EM
      *             ABERTO NA SUSPENSE E ENVELHECIDO PELA DATA ORIGINAL
      *             DO PAGAMENTO CONTRA ESTA DATA, EM DIAS CORRIDOS
      ******************************************************************

          01 PARM14-REGISTRO.
             03 PARM14-DAT-CORTE              PIC 9(08) VALUE ZEROS.
