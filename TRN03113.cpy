      * DESCRICAO : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO DE
      *             CLIENTES (ARQENT01) PARA O EXER0313 - INCLUSAO,
      *             ALTERACAO E CONSULTA CONTRA O ARQUIVO INDEXADO.
      * TAMANHO   :  193 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'I' = INCLUIR NOVO CLIENTE
      *                      'A' = ALTERAR CLIENTE JA CADASTRADO
      * DES-LOGRADOURO/     : ENDERECO DE CORRESPONDENCIA DO CLIENTE
      * NOM-CIDADE/SIG-UF/    (VIDE ARQENT01) - 'I'/'A'
      * NUM-CEP
      * IND-DEB-AUTOMATICO  : 'S' = REGISTRA/MANTEM A AUTORIZACAO DE
      *                       DEBITO AUTOMATICO NA CONTA ABAIXO,
      *                       'N'/BRANCO = SEM DEBITO AUTOMATICO
      *                       (CANCELA A AUTORIZACAO EXISTENTE) 'I'/'A'
      * COD-BANCO-DEBITO/   : CONTA DE DEBITO AUTORIZADA - OBRIGATORIOS
      * COD-AGENCIA-DEBITO/   (MAIORES QUE ZERO) QUANDO
      * NUM-CONTA-DEBITO      IND-DEB-AUTOMATICO = 'S' - 'I'/'A'
      * IND-TIPO-PESSOA     : 'F' = CPF, 'J' = CNPJ - 'I'/'A'
      * NUM-DOCUMENTO       : CPF OU CNPJ DO CLIENTE - OBRIGATORIO EM
      *                       'I'/'A', COM OS DIGITOS VERIFICADORES
      *                       CRITICADOS (VIDE 3660-VALIDA-DOCUMENTO)
      * COD-OPERADOR        : OPERADOR QUE DIGITOU A TRANSACAO -
      *                       OBRIGATORIO (EXCETO NA CONSULTA).
      *                       CAMPO ACRESCENTADO NO FIM DO REGISTRO
      ******************************************************************

          01 TRN01-REGISTRO.
             03 TRN01-NOM-CIDADE           PIC X(20) VALUE SPACES.
             03 TRN01-SIG-UF               PIC X(02) VALUE SPACES.
             03 TRN01-NUM-CEP              PIC 9(08) VALUE ZEROS.
             03 TRN01-IND-DEB-AUTOMATICO   PIC X(01) VALUE SPACES.
             03 TRN01-COD-BANCO-DEBITO     PIC 9(03) VALUE ZEROS.
             03 TRN01-COD-AGENCIA-DEBITO   PIC 9(04) VALUE ZEROS.
             03 TRN01-NUM-CONTA-DEBITO     PIC 9(12) VALUE ZEROS.
             03 TRN01-IND-TIPO-PESSOA      PIC X(01) VALUE SPACES.
             03 TRN01-NUM-DOCUMENTO        PIC 9(14) VALUE ZEROS.
             03 TRN01-COD-OPERADOR         PIC X(08) VALUE SPACES.
