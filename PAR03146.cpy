      ******************************************************************
      * NOME BOOK : PAR03146
      * DESCRICAO : CARTAO DE PARAMETROS DO CALCULO MENSAL DA PROVISAO
      *             PARA DEVEDORES DUVIDOSOS - PDD (EXER0346).
      * TAMANHO   :  014 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-CORTE      : DATA BASE DO CALCULO (AAAAMMDD - ZEROS ASSUME
      *                  A DATA CORRENTE DO SISTEMA). OS DIAS DE
      *                  ATRASO DE CADA CONTRATO SAO CONTADOS ATE ELA
      * MES-REFERENCIA : MES DA PROVISAO (AAAAMM - ZEROS ASSUME O MES
      *                  DA DATA DE CORTE). RODAR DE NOVO O MESMO MES
      *                  RECALCULA A VARIACAO CONTRA O MES ANTERIOR
      ******************************************************************

          01 PARM17-REGISTRO.
             03 PARM17-DAT-CORTE              PIC 9(08) VALUE ZEROS.
             03 PARM17-MES-REFERENCIA         PIC 9(06) VALUE ZEROS.
