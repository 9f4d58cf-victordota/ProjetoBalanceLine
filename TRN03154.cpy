      ******************************************************************
      * NOME BOOK : TRN03154
      * DESCRICAO : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO DE
      *             AGENCIAS (ARQAGE01) PARA O EXER0354 - INCLUSAO,
      *             ALTERACAO, EXCLUSAO E CONSULTA CONTRA O ARQUIVO
      *             INDEXADO, NO MESMO ESTILO DE TRN03150/EXER0350.
      * TAMANHO   :  111 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'I' = INCLUIR AGENCIA (OU REATIVAR A
      *                            AGENCIA DESATIVADA)
      *                      'A' = ALTERAR AGENCIA JA CADASTRADA
      *                      'C' = CONSULTAR AGENCIA (SO LISTAGEM)
      *                      'E' = EXCLUIR (DESATIVAR LOGICAMENTE) A
      *                            AGENCIA
      * COD-AGENCIA        : CHAVE DA AGENCIA - OBRIGATORIA EM
      *                      QUALQUER TRANSACAO
      * NOM-AGENCIA        : NOME DA AGENCIA - 'I'/'A'
      * COD-REGIAO/        : REGIAO GERENCIAL (01 A 99) - 'I'/'A'
      * NOM-REGIAO
      * COD-LOCALIDADE     : LOCALIDADE DO CALENDARIO DA CALE2000 -
      *                      'I'/'A' (ZEROS = SO FERIADOS NACIONAIS)
      * NOM-CIDADE/SIG-UF  : CIDADE E UF DA AGENCIA - 'I'/'A'
      * NOM-GERENTE        : GERENTE DA AGENCIA - 'I'/'A' (OPCIONAL)
      ******************************************************************

          01 TRN11-REGISTRO.
             03 TRN11-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
                88 TRN11-TRANS-INCLUSAO    VALUE 'I'.
                88 TRN11-TRANS-ALTERACAO   VALUE 'A'.
                88 TRN11-TRANS-CONSULTA    VALUE 'C'.
                88 TRN11-TRANS-EXCLUSAO    VALUE 'E'.
             03 TRN11-COD-AGENCIA          PIC 9(04) VALUE 0.
             03 TRN11-NOM-AGENCIA          PIC X(30) VALUE SPACES.
             03 TRN11-COD-REGIAO           PIC 9(02) VALUE ZEROS.
             03 TRN11-NOM-REGIAO           PIC X(20) VALUE SPACES.
             03 TRN11-COD-LOCALIDADE       PIC 9(02) VALUE ZEROS.
             03 TRN11-NOM-CIDADE           PIC X(20) VALUE SPACES.
             03 TRN11-SIG-UF               PIC X(02) VALUE SPACES.
             03 TRN11-NOM-GERENTE          PIC X(30) VALUE SPACES.
