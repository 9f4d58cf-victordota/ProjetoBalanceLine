      *             CARENCIA POR PRODUTO (ARQPRD01) PARA O EXER0316 -
      *             INCLUSAO, ALTERACAO E CONSULTA CONTRA O ARQUIVO
      *             INDEXADO, NO MESMO ESTILO DE TRN03113/EXER0313.
      * TAMANHO   :  034 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'I' = INCLUIR NOVA VIGENCIA DE PRODUTO
      *                      'A' = ALTERAR VIGENCIA JA CADASTRADA
      *                      (ZEROS NA INCLUSAO ASSUME 99999999 -
      *                      VIGENCIA EM ABERTO)
      * QTDE-DIAS-CARENCIA : VIDE PRD01-QTDE-DIAS-CARENCIA - 'I'/'A'
      * QTDE-DIAS-AVISO-VENC: VIDE PRD01-QTDE-DIAS-AVISO-VENC - 'I'/'A'
      * COD-OPERADOR       : OPERADOR QUE DIGITOU A TRANSACAO -
      *                      OBRIGATORIO (EXCETO NA CONSULTA).
      *                      CAMPO ACRESCENTADO NO FIM DO REGISTRO
      ******************************************************************

          01 TRN03-REGISTRO.
                05 TRN03-DAT-INI-VIGENCIA  PIC 9(08) VALUE 0.
             03 TRN03-DAT-FIM-VIGENCIA     PIC 9(08) VALUE ZEROS.
             03 TRN03-QTDE-DIAS-CARENCIA   PIC 9(03) VALUE ZEROS.
             03 TRN03-QTDE-DIAS-AVISO-VENC PIC 9(03) VALUE ZEROS.
             03 TRN03-COD-OPERADOR         PIC X(08) VALUE SPACES.
