      ******************************************************************
      * NOME BOOK : LST03166
      * DESCRICAO : LISTAGEM DA RETENCAO DE DADOS PESSOAIS (EXER0366) -
      *             NO MODO 'A', UM REGISTRO POR REGISTRO ANONIMIZADO
      *             EM CADA ARQUIVO; NO MODO 'T', UM REGISTRO POR
      *             OCORRENCIA DOS DADOS DO TITULAR EM CADA ARQUIVO
      *             (RESPOSTA AO PEDIDO DE ACESSO DO TITULAR).
      * TAMANHO   :  080 BYTES
      ************************* DADOS DA LISTAGEM **********************
      * IND-MODO           : 'A' = ANONIMIZACAO, 'T' = TITULAR
      * DAT-PROCESSAMENTO  : DATA DE REFERENCIA DO RUN (AAAAMMDD)
      * NOM-ARQUIVO        : DDNAME DO ARQUIVO ONDE ESTA O REGISTRO
      * NUM-REGISTRO       : POSICAO DO REGISTRO (OU DA LINHA, NAS
      *                      CARTAS) NO ARQUIVO SEQUENCIAL - ZEROS NOS
      *                      ARQUIVOS INDEXADOS, LOCALIZADOS PELA CHAVE
      * COD-AGENCIA/       : CHAVE DO REGISTRO (CONTRATO ZERADO NOS
      * NUM-CONTA/           ARQUIVOS POR CONTA)
      * NUM-CONTRATO
      * DES-OCORRENCIA     : DADOS PESSOAIS PRESENTES NO REGISTRO (OU
      *                      APAGADOS DELE, NO MODO 'A')
      ******************************************************************

          01 LST15-REGISTRO.
             03 LST15-IND-MODO             PIC X(01) VALUE SPACES.
             03 LST15-DAT-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
             03 LST15-NOM-ARQUIVO          PIC X(08) VALUE SPACES.
             03 LST15-NUM-REGISTRO         PIC 9(09) VALUE ZEROS.
             03 LST15-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST15-NUM-CONTA            PIC 9(08) VALUE ZEROS.
             03 LST15-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
             03 LST15-DES-OCORRENCIA       PIC X(40) VALUE SPACES.
