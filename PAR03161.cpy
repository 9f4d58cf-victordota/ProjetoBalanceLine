      ******************************************************************
      * NOME BOOK : PAR03161
      * DESCRICAO : CARTAO DE PARAMETROS DA VERIFICACAO SEMANAL DE
      *             INTEGRIDADE ENTRE OS ARQUIVOS INDEXADOS (EXER0361).
      * TAMANHO   :  008 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-REFERENCIA : DATA DE REFERENCIA (AAAAMMDD) - A PARCELA EM
      *                  ABERTO COM VENCIMENTO ANTERIOR A ELA ESTA
      *                  VENCIDA (CARTAO AUSENTE OU ZERADO ASSUME A
      *                  DATA CORRENTE DO SISTEMA)
      ******************************************************************

          01 PARM25-REGISTRO.
             03 PARM25-DAT-REFERENCIA         PIC 9(08) VALUE ZEROS.
