      ******************************************************************
      * NOME BOOK : PAR03158
      * DESCRICAO : CARTAO DE PARAMETROS DO CALCULO MENSAL DA COMISSAO
      *             DAS ASSESSORIAS DE COBRANCA (EXER0358).
      * TAMANHO   :  006 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * MES-REFERENCIA : MES DAS LIQUIDACOES COMISSIONADAS (AAAAMM -
      *                  CARTAO AUSENTE OU ZERADO ASSUME O MES
      *                  ANTERIOR AO DA DATA CORRENTE DO SISTEMA, JA
      *                  QUE O CALCULO RODA NO FECHAMENTO DO MES)
      ******************************************************************

          01 PARM22-REGISTRO.
             03 PARM22-MES-REFERENCIA         PIC 9(06) VALUE ZEROS.
