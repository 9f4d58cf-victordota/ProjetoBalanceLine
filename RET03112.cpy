      *             - UM REGISTRO POR DESFECHO INFORMADO PELA AGENCIA
      *             PARA UMA CONTA REPASSADA (VIDE PRT03112/EXER0326),
      *             APLICADO AO HISTORICO E AO CADASTRO PELO EXER0327.
      * TAMANHO   :  042 BYTES
      ************************* DADOS DO RETORNO ***********************
      * COD-AGENCIA/NUM-CONTA/: CHAVE DO CONTRATO REPASSADO (VIDE
      * NUM-CONTRATO            PRT03112)
      *                 HISTORICO - CANDIDATA A PERDA)
      * VLR-RECUPERADO : VALOR RECUPERADO PELA AGENCIA ('L')
      * DAT-OCORRENCIA : DATA DO DESFECHO NA AGENCIA (AAAAMMDD)
      * COD-ASSESSORIA : CODIGO DA ASSESSORIA DE COBRANCA QUE TRATOU
      *                  A CONTA (BASE DA COMISSAO - VIDE CMS03158 E
      *                  EXER0358). CAMPO ACRESCENTADO NO FIM DO
      *                  REGISTRO
      ******************************************************************

          01 RET01-REGISTRO.
                88 RET01-RESULT-INCOBRAVEL    VALUE 'D'.
             03 RET01-VLR-RECUPERADO          PIC 9(11)V99 VALUE ZEROS.
             03 RET01-DAT-OCORRENCIA          PIC 9(08) VALUE ZEROS.
             03 RET01-COD-ASSESSORIA          PIC X(06) VALUE SPACES.
