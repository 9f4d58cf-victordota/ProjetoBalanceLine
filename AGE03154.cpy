      ******************************************************************
      * NOME BOOK : AGE03154
      * DESCRICAO : CADASTRO DE AGENCIAS - ARQUIVO INDEXADO (CHAVE
      *             CODIGO DA AGENCIA), MANTIDO PELO EXER0354. FORNECE
      *             A LOCALIDADE DO CALENDARIO DE FERIADOS PARA A
      *             CONTAGEM DE DIAS UTEIS NA CALE2000 (EXER0312,
      *             EXER0333 E EXER0337) E O NOME/REGIAO DA AGENCIA
      *             PARA OS RELATORIOS GERENCIAIS (EXER0319, EXER0320
      *             E EXER0339).
      * TAMANHO   :  127 BYTES
      ************************* DADOS DA AGENCIA ***********************
      * CHAVE               : CODIGO DA AGENCIA (MESMO CODIGO DO
      *                       ARQENT01-COD-AGENCIA)
      * NOM-AGENCIA         : NOME DA AGENCIA
      * COD-REGIAO          : REGIAO GERENCIAL DA AGENCIA (01 A 99 -
      *                       SUBTOTAL DOS RELATORIOS GERENCIAIS)
      * NOM-REGIAO          : NOME DA REGIAO GERENCIAL
      * COD-LOCALIDADE      : LOCALIDADE DO CALENDARIO DE FERIADOS DA
      *                       CALE2000 (CALE01-COD-LOCALIDADE) DA
      *                       CIDADE DA AGENCIA - ZEROS = SO OS
      *                       FERIADOS NACIONAIS
      * NOM-CIDADE/SIG-UF   : CIDADE E UF DA AGENCIA
      * NOM-GERENTE         : NOME DO GERENTE DA AGENCIA
      * IND-SITUACAO        : 'A' = AGENCIA ATIVA
      *                       'I' = AGENCIA DESATIVADA (INATIVADA
      *                             LOGICAMENTE - CONTINUA VALENDO
      *                             PARA OS CONTRATOS QUE RESTAREM
      *                             NELA)
      * DAT-INCLUSAO        : DATA (AAAAMMDD) DA INCLUSAO/REATIVACAO
      * DAT-ULT-ATUALIZACAO : DATA (AAAAMMDD) DA ULTIMA ALTERACAO OU
      *                       DESATIVACAO
      ******************************************************************

          01 AGE01-REGISTRO.
             03 AGE01-CHAVE.
                05 AGE01-COD-AGENCIA          PIC 9(04) VALUE 0.
             03 AGE01-NOM-AGENCIA             PIC X(30) VALUE SPACES.
             03 AGE01-COD-REGIAO              PIC 9(02) VALUE ZEROS.
             03 AGE01-NOM-REGIAO              PIC X(20) VALUE SPACES.
             03 AGE01-COD-LOCALIDADE          PIC 9(02) VALUE ZEROS.
             03 AGE01-NOM-CIDADE              PIC X(20) VALUE SPACES.
             03 AGE01-SIG-UF                  PIC X(02) VALUE SPACES.
             03 AGE01-NOM-GERENTE             PIC X(30) VALUE SPACES.
             03 AGE01-IND-SITUACAO            PIC X(01) VALUE 'A'.
                88 AGE01-AGENCIA-ATIVA        VALUE 'A'.
                88 AGE01-AGENCIA-INATIVA      VALUE 'I'.
             03 AGE01-DAT-INCLUSAO            PIC 9(08) VALUE ZEROS.
             03 AGE01-DAT-ULT-ATUALIZACAO     PIC 9(08) VALUE ZEROS.
