      ******************************************************************
      * NOME BOOK : LPR03165
      * DESCRICAO : LISTA DE CONTAS DA PRORROGACAO EM MASSA DE
      *             VENCIMENTOS (EXER0365, SELECAO 'L') - UM REGISTRO
      *             POR CONTA OU CONTRATO, EM QUALQUER ORDEM.
      * TAMANHO   :  014 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * COD-AGENCIA/       : CONTA A PRORROGAR
      * NUM-CONTA
      * NUM-CONTRATO       : CONTRATO DA CONTA - ZEROS PRORROGA TODOS
      *                      OS CONTRATOS ATIVOS DA CONTA
      ******************************************************************

          01 LPR01-REGISTRO.
             03 LPR01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 LPR01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 LPR01-NUM-CONTRATO            PIC 9(02) VALUE ZEROS.
