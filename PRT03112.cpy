      *             DE COBRANCA. A CONTA REPASSADA RECEBE A SITUACAO
      *             'G' NO HISTORICO (HIS01-IND-COBRANCA) E SAI DO
      *             TRATAMENTO NORMAL DE NOTIFICACAO DO BALANCE LINE.
      * TAMANHO   :  229 BYTES
      ************************* DADOS DO REPASSE ***********************
      * COD-AGENCIA/NUM-CONTA/: CHAVE DO CONTRATO REPASSADO
      * NUM-CONTRATO
      *                         QUANDO A CONTA NAO TEM PLANO)
      * QTD-RUNS-INADIMPLENTE : QTDE DE RUNS CONSECUTIVOS EM NP/AT
      * DAT-REPASSE           : DATA DE GERACAO DO EXTRATO (AAAAMMDD)
      * IND-TEM-AVALISTA      : 'S' = CONTRATO COM AVALISTA ATIVO NO
      *                         CADASTRO DE AVALISTAS (ARQAVL01) - OS
      *                         DADOS ABAIXO VEM DE LA; 'N' = SEM
      *                         AVALISTA (CAMPOS EM BRANCO/ZEROS)
      * NOM-AVALISTA/         : NOME, TIPO DE PESSOA ('F'/'J'), CPF/
      * IND-TIPO-PESSOA-AVAL/   CNPJ E ENDERECO DE CORRESPONDENCIA DO
      * NUM-DOCUMENTO-AVAL/     AVALISTA, PARA A AGENCIA DE COBRANCA
      * ...-AVAL                ACIONAR O AVAL. CAMPOS ACRESCENTADOS
      *                         NO FIM DO REGISTRO
      * IND-TIPO-PESSOA/      : 'F' + CPF OU 'J' + CNPJ DO DEVEDOR
      * NUM-DOCUMENTO           (CADASTRO). TAMBEM ACRESCENTADOS NO
      *                         FIM DO REGISTRO
      ******************************************************************

          01 PRT01-REGISTRO.
             03 PRT01-QTD-RUNS-INADIMPLENTE   PIC 9(03) VALUE ZEROS.
             03 PRT01-DAT-REPASSE             PIC 9(08) VALUE ZEROS.
             03 FILLER                        PIC X(10) VALUE SPACES.
             03 PRT01-IND-TEM-AVALISTA        PIC X(01) VALUE 'N'.
                88 PRT01-COM-AVALISTA         VALUE 'S'.
             03 PRT01-NOM-AVALISTA            PIC X(40) VALUE SPACES.
             03 PRT01-IND-TIPO-PESSOA-AVAL    PIC X(01) VALUE SPACES.
             03 PRT01-NUM-DOCUMENTO-AVAL      PIC 9(14) VALUE ZEROS.
             03 PRT01-DES-LOGRADOURO-AVAL     PIC X(40) VALUE SPACES.
             03 PRT01-NOM-CIDADE-AVAL         PIC X(20) VALUE SPACES.
             03 PRT01-SIG-UF-AVAL             PIC X(02) VALUE SPACES.
             03 PRT01-NUM-CEP-AVAL            PIC 9(08) VALUE ZEROS.
             03 PRT01-IND-TIPO-PESSOA         PIC X(01) VALUE SPACES.
             03 PRT01-NUM-DOCUMENTO           PIC 9(14) VALUE ZEROS.
