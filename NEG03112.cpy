      *             HIS01-IND-NEGATIVADO E DEIXA A TRILHA DO QUE FOI
      *             ENVIADO NO LOG ACUMULADO (NEL03112) - A PROVA DE
      *             EXCLUSAO TEMPESTIVA.
      * TAMANHO   :  091 BYTES
      *********************** DADOS DO EXTRATO *************************
      * IND-OPERACAO : 'I' = INCLUSAO, 'E' = EXCLUSAO
      * COD-AGENCIA/NUM-CONTA/: CHAVE DO CONTRATO NEGATIVADO - A
      * NOM-CLIENTE  : NOME DO CLIENTE (CADASTRO)
      * VLR-DEVIDO   : VALOR EM ABERTO NA INCLUSAO (ZEROS NA EXCLUSAO)
      * DAT-OCORRENCIA : DATA DO ENVIO (AAAAMMDD)
      * IND-TIPO-PESSOA/ : 'F' + CPF OU 'J' + CNPJ DO CLIENTE
      * NUM-DOCUMENTO      (CADASTRO) - EXIGIDOS PELO BUREAU PARA
      *                    ACEITAR O REGISTRO. CAMPOS ACRESCENTADOS
      *                    NO FIM DO REGISTRO
      ******************************************************************

          01 NEG01-REGISTRO.
             03 NEG01-NOM-CLIENTE             PIC X(40) VALUE SPACES.
             03 NEG01-VLR-DEVIDO              PIC 9(11)V99 VALUE ZEROS.
             03 NEG01-DAT-OCORRENCIA          PIC 9(08) VALUE ZEROS.
             03 NEG01-IND-TIPO-PESSOA         PIC X(01) VALUE SPACES.
             03 NEG01-NUM-DOCUMENTO           PIC 9(14) VALUE ZEROS.
