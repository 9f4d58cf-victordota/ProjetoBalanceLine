      ******************************************************************
      * NOME BOOK : AVS03149
      * DESCRICAO : EXTRATO DE AVISOS DE VENCIMENTO - UM REGISTRO POR
      *             PARCELA EM ABERTO DO PLANO QUE VENCE NA
      *             ANTECEDENCIA DO PRODUTO, GERADO PELO EXER0349 PARA
      *             A FORMATACAO/ENVIO DO AVISO AO CLIENTE ANTES DO
      *             VENCIMENTO.
      * TAMANHO   :  177 BYTES
      ************************* DADOS DO AVISO *************************
      * CHAVE               : AGENCIA + CONTA + CONTRATO + PARCELA
      * NOM-CLIENTE/ENDERECO: NOME E ENDERECO DE CORRESPONDENCIA DO
      *                       CADASTRO (ARQENT01)
      * DAT-VENCIMENTO      : VENCIMENTO DA PARCELA (AAAAMMDD)
      * VLR-PARCELA         : VALOR DA PARCELA
      * VLR-CREDITO-APLICAR : PARTE DO SALDO CREDOR DA CONTA (ARQCRE01)
      *                       QUE O BALANCE LINE VAI ABATER DA PARCELA
      * VLR-A-PAGAR         : VLR-PARCELA - VLR-CREDITO-APLICAR
      * IND-DEB-AUTOMATICO  : 'S' = PARCELA SERA DEBITADA NA CONTA DE
      *                       DEBITO AUTOMATICO DO CLIENTE
      * DAT-PROCESSAMENTO   : DATA DO RUN QUE GEROU O AVISO (AAAAMMDD)
      ******************************************************************

          01 AVS01-REGISTRO.
             03 AVS01-CHAVE.
                05 AVS01-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
                05 AVS01-NUM-CONTA            PIC 9(08) VALUE ZEROS.
                05 AVS01-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
                05 AVS01-NUM-PARCELA          PIC 9(03) VALUE ZEROS.
             03 AVS01-NOM-CLIENTE             PIC X(40) VALUE SPACES.
             03 AVS01-DES-LOGRADOURO          PIC X(40) VALUE SPACES.
             03 AVS01-NOM-CIDADE              PIC X(20) VALUE SPACES.
             03 AVS01-SIG-UF                  PIC X(02) VALUE SPACES.
             03 AVS01-NUM-CEP                 PIC 9(08) VALUE ZEROS.
             03 AVS01-DAT-VENCIMENTO          PIC 9(08) VALUE ZEROS.
             03 AVS01-VLR-PARCELA             PIC 9(09)V99 VALUE ZEROS.
             03 AVS01-VLR-CREDITO-APLICAR     PIC 9(09)V99 VALUE ZEROS.
             03 AVS01-VLR-A-PAGAR             PIC 9(09)V99 VALUE ZEROS.
             03 AVS01-IND-DEB-AUTOMATICO      PIC X(01) VALUE 'N'.
             03 AVS01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
