      ******************************************************************
      * NOME BOOK : OPG03164
      * DESCRICAO : ORDEM DE PAGAMENTO DE DEVOLUCAO DE SALDO CREDOR
      *             PARA A TESOURARIA - GERADA PELO EXER0364, UMA POR
      *             PROPOSTA DE DEVOLUCAO APROVADA E APLICADA, COM OS
      *             DADOS DO CLIENTE DO CADASTRO (ARQENT01).
      * TAMANHO   :  175 BYTES
      ************************* DADOS DA ORDEM *************************
      * DAT-PROCESSAMENTO   : DATA DA APLICACAO DA DEVOLUCAO
      * COD-AGENCIA/        : CONTA DO CREDITO DEVOLVIDO
      * NUM-CONTA
      * NOM-CLIENTE         : NOME DO FAVORECIDO
      * IND-TIPO-PESSOA/    : CPF OU CNPJ DO FAVORECIDO
      * NUM-DOCUMENTO
      * DES-LOGRADOURO/     : ENDERECO DE CORRESPONDENCIA DO CADASTRO
      * NOM-CIDADE/SIG-UF/
      * NUM-CEP
      * COD-BANCO-CREDITO/  : CONTA PARA CREDITO - A CONTA DE DEBITO
      * COD-AGENCIA-CREDITO/  AUTOMATICO AUTORIZADA NO CADASTRO. ZEROS
      * NUM-CONTA-CREDITO     QUANDO NAO HA, E A TESOURARIA PAGA POR
      *                       ORDEM DE PAGAMENTO NA AGENCIA
      * VLR-DEVOLUCAO       : VALOR A PAGAR AO CLIENTE
      ******************************************************************

          01 OPG01-REGISTRO.
             03 OPG01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 OPG01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 OPG01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 OPG01-NOM-CLIENTE             PIC X(40) VALUE SPACES.
             03 OPG01-IND-TIPO-PESSOA         PIC X(01) VALUE SPACES.
             03 OPG01-NUM-DOCUMENTO           PIC 9(14) VALUE ZEROS.
             03 OPG01-DES-LOGRADOURO          PIC X(40) VALUE SPACES.
             03 OPG01-NOM-CIDADE              PIC X(20) VALUE SPACES.
             03 OPG01-SIG-UF                  PIC X(02) VALUE SPACES.
             03 OPG01-NUM-CEP                 PIC 9(08) VALUE ZEROS.
             03 OPG01-COD-BANCO-CREDITO       PIC 9(03) VALUE ZEROS.
             03 OPG01-COD-AGENCIA-CREDITO     PIC 9(04) VALUE ZEROS.
             03 OPG01-NUM-CONTA-CREDITO       PIC 9(12) VALUE ZEROS.
             03 OPG01-VLR-DEVOLUCAO           PIC 9(09)V99 VALUE ZEROS.
