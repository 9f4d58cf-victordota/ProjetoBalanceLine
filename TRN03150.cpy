      ******************************************************************
      * NOME BOOK : TRN03150
      * DESCRICAO : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO DE
      *             AVALISTAS (ARQAVL01) PARA O EXER0350 - INCLUSAO,
      *             ALTERACAO, EXCLUSAO E CONSULTA CONTRA O ARQUIVO
      *             INDEXADO, NO MESMO ESTILO DE TRN03113/EXER0313.
      * TAMANHO   :  140 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'I' = INCLUIR AVALISTA DO CONTRATO (OU
      *                            REATIVAR O AVALISTA EXCLUIDO)
      *                      'A' = ALTERAR AVALISTA JA CADASTRADO
      *                      'C' = CONSULTAR AVALISTA (SO LISTAGEM)
      *                      'E' = EXCLUIR (INATIVAR LOGICAMENTE) O
      *                            AVALISTA DO CONTRATO
      * COD-AGENCIA/       : CHAVE DO CONTRATO (ARQENT01-CHAVE) -
      * NUM-CONTA/           OBRIGATORIA EM QUALQUER TRANSACAO
      * NUM-CONTRATO         (CONTRATO ZEROS ASSUME 01)
      * NOM-AVALISTA       : NOME DO AVALISTA - 'I'/'A'
      * IND-TIPO-PESSOA    : 'F' = CPF / 'J' = CNPJ - 'I'/'A'
      * NUM-DOCUMENTO      : CPF/CNPJ DO AVALISTA - 'I'/'A'
      * DES-LOGRADOURO/    : ENDERECO DE CORRESPONDENCIA DO AVALISTA
      * NOM-CIDADE/SIG-UF/   - 'I'/'A'
      * NUM-CEP
      ******************************************************************

          01 TRN10-REGISTRO.
             03 TRN10-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
                88 TRN10-TRANS-INCLUSAO    VALUE 'I'.
                88 TRN10-TRANS-ALTERACAO   VALUE 'A'.
                88 TRN10-TRANS-CONSULTA    VALUE 'C'.
                88 TRN10-TRANS-EXCLUSAO    VALUE 'E'.
             03 TRN10-CHAVE.
                05 TRN10-COD-AGENCIA       PIC 9(04) VALUE 0.
                05 TRN10-NUM-CONTA         PIC 9(08) VALUE 0.
                05 TRN10-NUM-CONTRATO      PIC 9(02) VALUE 0.
             03 TRN10-NOM-AVALISTA         PIC X(40) VALUE SPACES.
             03 TRN10-IND-TIPO-PESSOA      PIC X(01) VALUE SPACES.
             03 TRN10-NUM-DOCUMENTO        PIC 9(14) VALUE ZEROS.
             03 TRN10-DES-LOGRADOURO       PIC X(40) VALUE SPACES.
             03 TRN10-NOM-CIDADE           PIC X(20) VALUE SPACES.
             03 TRN10-SIG-UF               PIC X(02) VALUE SPACES.
             03 TRN10-NUM-CEP              PIC 9(08) VALUE ZEROS.
