      *             MAIS HEADER/TRAILER DE LOTE (ISSO SO FAZIA SENTIDO
      *             QUANDO O CADASTRO ERA UM EXTRATO SEQUENCIAL) - VIDE
      *             ARQENT01-IND-TIPO-REG.
      * TAMANHO   :  213 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-REG       : SEMPRE 'D' (DETALHE) NO CADASTRO INDEXADO -
      *                      CAMPO MANTIDO PELO LAYOUT HISTORICO DO
      *                      (EXER0324). CAMPOS ACRESCENTADOS NO FIM
      *                      DO REGISTRO PARA PRESERVAR AS POSICOES
      *                      DOS CAMPOS JA CONSUMIDOS PELA CADEIA
      * IND-DEB-AUTOMATICO : 'S' = CLIENTE AUTORIZOU O DEBITO
      *                      AUTOMATICO DAS PARCELAS NA CONTA ABAIXO -
      *                      AS PARCELAS EM ABERTO SAO ENVIADAS AO
      *                      BANCO NA REMESSA DIARIA DO EXER0347.
      *                      'N'/BRANCO = PAGAMENTO POR BOLETO
      * COD-BANCO-DEBITO/  : BANCO, AGENCIA E CONTA DE DEBITO
      * COD-AGENCIA-DEBITO/  AUTORIZADOS (ZEROS SEM AUTORIZACAO)
      * NUM-CONTA-DEBITO
      * DAT-AUTORIZ-DEBITO : DATA (AAAAMMDD) EM QUE A AUTORIZACAO (OU
      *                      A ULTIMA TROCA DE CONTA DE DEBITO) FOI
      *                      REGISTRADA PELO EXER0313. TAMBEM
      *                      ACRESCENTADOS NO FIM DO REGISTRO
      * IND-ENDERECO-INVALIDO: 'S' = CARTA DE COBRANCA DEVOLVIDA PELO
      *                      CORREIO (EXER0351) - AS CARTAS DA CONTA
      *                      FICAM RETIDAS NO EXER0324 ATE O EXER0313
      *                      REGISTRAR UM NOVO ENDERECO (TRANSACAO 'A'
      *                      COM ENDERECO DIFERENTE), QUE VOLTA O
      *                      INDICADOR PARA 'N'. 'N'/BRANCO = VALIDO
      * DAT-ENDERECO-INVALIDO: DATA (AAAAMMDD) DA DEVOLUCAO QUE
      * COD-MOTIVO-DEVOLUCAO   INVALIDOU O ENDERECO E O MOTIVO
      *                      INFORMADO PELO CORREIO (VIDE DEV03151).
      *                      TAMBEM ACRESCENTADOS NO FIM DO REGISTRO
      * IND-TIPO-PESSOA    : 'F' = PESSOA FISICA (CPF), 'J' = PESSOA
      *                      JURIDICA (CNPJ)
      * NUM-DOCUMENTO      : CPF (11 DIGITOS, ALINHADO A DIREITA) OU
      *                      CNPJ (14 DIGITOS) DO CLIENTE, COM OS
      *                      DIGITOS VERIFICADORES CRITICADOS PELO
      *                      EXER0313 NA INCLUSAO/ALTERACAO. ZEROS NOS
      *                      REGISTROS ANTERIORES AO CAMPO. IDENTIFICA
      *                      O CLIENTE NO BUREAU (NEG03112), NO
      *                      PROTESTO (PRT03112) E NA CONSOLIDACAO POR
      *                      CLIENTE (EXER0353). TAMBEM ACRESCENTADOS
      *                      NO FIM DO REGISTRO
      ******************************************************************

          01 ARQENT01-REGISTRO.
             03 ARQENT01-NOM-CIDADE      PIC X(20) VALUE SPACES.
             03 ARQENT01-SIG-UF          PIC X(02) VALUE SPACES.
             03 ARQENT01-NUM-CEP         PIC 9(08) VALUE ZEROS.
             03 ARQENT01-IND-DEB-AUTOMATICO PIC X(01) VALUE 'N'.
                88 ARQENT01-COM-DEB-AUTOMATICO VALUE 'S'.
             03 ARQENT01-COD-BANCO-DEBITO   PIC 9(03) VALUE ZEROS.
             03 ARQENT01-COD-AGENCIA-DEBITO PIC 9(04) VALUE ZEROS.
             03 ARQENT01-NUM-CONTA-DEBITO   PIC 9(12) VALUE ZEROS.
             03 ARQENT01-DAT-AUTORIZ-DEBITO PIC 9(08) VALUE ZEROS.
             03 ARQENT01-IND-ENDERECO-INVALIDO PIC X(01) VALUE 'N'.
                88 ARQENT01-ENDERECO-INVALIDO  VALUE 'S'.
                88 ARQENT01-ENDERECO-VALIDO    VALUE 'N' ' '.
             03 ARQENT01-DAT-ENDERECO-INVALIDO PIC 9(08) VALUE ZEROS.
             03 ARQENT01-COD-MOTIVO-DEVOLUCAO  PIC X(02) VALUE SPACES.
             03 ARQENT01-IND-TIPO-PESSOA PIC X(01) VALUE SPACES.
                88 ARQENT01-PESSOA-FISICA   VALUE 'F'.
                88 ARQENT01-PESSOA-JURIDICA VALUE 'J'.
             03 ARQENT01-NUM-DOCUMENTO   PIC 9(14) VALUE ZEROS.
