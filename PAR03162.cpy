      ******************************************************************
      * NOME BOOK : PAR03162
      * DESCRICAO : CARTAO DE PARAMETROS DA CONCILIACAO MENSAL DOS
      *             SALDOS DO BALANCE LINE CONTRA A CONTABILIDADE
      *             (EXER0362).
      * TAMANHO   :  006 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * MES-REFERENCIA : MES CONCILIADO (AAAAMM - CARTAO AUSENTE OU
      *                  ZERADO ASSUME O MES ANTERIOR AO DA DATA
      *                  CORRENTE DO SISTEMA, JA QUE A CONCILIACAO
      *                  RODA NO FECHAMENTO DO MES)
      ******************************************************************

          01 PARM26-REGISTRO.
             03 PARM26-MES-REFERENCIA         PIC 9(06) VALUE ZEROS.
