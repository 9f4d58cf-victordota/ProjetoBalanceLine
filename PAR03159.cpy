      ******************************************************************
      * NOME BOOK : PAR03159
      * DESCRICAO : CARTAO DE PARAMETROS DA APROVACAO DAS TRANSACOES
      *             PENDENTES DE DUPLO CONTROLE (EXER0359).
      * TAMANHO   :  003 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * QTDE-DIAS-VALIDADE : DIAS CORRIDOS QUE UMA PENDENCIA AGUARDA
      *                      DECISAO ANTES DE EXPIRAR (CARTAO AUSENTE
      *                      OU ZERADO ASSUME 005 DIAS)
      ******************************************************************

          01 PARM23-REGISTRO.
             03 PARM23-QTDE-DIAS-VALIDADE     PIC 9(03) VALUE ZEROS.
