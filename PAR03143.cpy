      ******************************************************************
      * NOME BOOK : PAR03143
      * DESCRICAO : CARTAO DE PARAMETROS DO RELATORIO MENSAL DE
      *             RECUPERACAO X PERDA (EXER0343) - MES DE REFERENCIA.
      * TAMANHO   :  006 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * MES-REFERENCIA : MES DO RELATORIO (AAAAMM - ZEROS ASSUME O MES
      *                  CORRENTE DO SISTEMA). DEFINE AS COLUNAS "NO
      *                  MES" (BAIXADO E RECUPERADO NO MES); AS DEMAIS
      *                  SAO ACUMULADAS DESDE A BAIXA
      ******************************************************************

          01 PARM15-REGISTRO.
             03 PARM15-MES-REFERENCIA         PIC 9(06) VALUE ZEROS.
