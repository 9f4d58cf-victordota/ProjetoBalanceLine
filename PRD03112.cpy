      *             REPROCESSAMENTO DE DATA ANTIGA USA A CARENCIA
      *             VIGENTE NAQUELA DATA (VIDE 3955-OBTEM-CARENCIA-
      *             PRODUTO DO EXER0312).
      * TAMANHO   :  025 BYTES
      ************************ DADOS DA TABELA *************************
      * CHAVE              : COD-PRODUTO + DAT-INI-VIGENCIA (AAAAMMDD)
      * DAT-FIM-VIGENCIA   : FIM DA VIGENCIA (AAAAMMDD - 99999999 =
      *                      VIGENCIA EM ABERTO)
      * QTDE-DIAS-CARENCIA : CARENCIA DO PRODUTO NA VIGENCIA
      * QTDE-DIAS-AVISO-VENC: ANTECEDENCIA (DIAS CORRIDOS) DO AVISO DE
      *                      VENCIMENTO DAS PARCELAS DO PRODUTO
      *                      (EXER0349). ZEROS = USA O DEFAULT DO
      *                      CARTAO DE PARAMETROS DO EXER0349. CAMPO
      *                      ACRESCENTADO NO FIM DO REGISTRO
      ******************************************************************

          01 PRD01-REGISTRO.
                05 PRD01-DAT-INI-VIGENCIA     PIC 9(08) VALUE 0.
             03 PRD01-DAT-FIM-VIGENCIA        PIC 9(08) VALUE ZEROS.
             03 PRD01-QTDE-DIAS-CARENCIA      PIC 9(03) VALUE ZEROS.
             03 PRD01-QTDE-DIAS-AVISO-VENC    PIC 9(03) VALUE ZEROS.
