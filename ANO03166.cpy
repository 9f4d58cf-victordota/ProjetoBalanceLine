      ******************************************************************
      * NOME BOOK : ANO03166
      * DESCRICAO : ARQUIVO DE CONTAS ANONIMIZADAS (LGPD) - ARQUIVO
      *             INDEXADO (CHAVE AGENCIA+CONTA), UM REGISTRO POR
      *             CONTA CUJOS DADOS PESSOAIS (NOME, ENDERECO E
      *             DOCUMENTO) FORAM APAGADOS PELO EXER0366. E O
      *             REGISTRO DO TRATAMENTO PARA A AUDITORIA E A LISTA
      *             CONSULTADA PELO EXER0366 PARA APAGAR OS MESMOS
      *             DADOS NAS NOVAS GERACOES DOS ARQUIVOS SEQUENCIAIS
      *             (LOG DE AUDITORIA, NEGATIVACAO, REPASSE/PROTESTO,
      *             NOTIFICACOES E CARTAS).
      * TAMANHO   :  032 BYTES
      ************************* DADOS DA ANONIMIZACAO ******************
      * CHAVE              : AGENCIA + CONTA
      * DAT-ANONIMIZACAO   : DATA DE REFERENCIA DO RUN QUE ANONIMIZOU
      *                      (AAAAMMDD)
      * QTD-CONTRATOS      : CONTRATOS DA CONTA NO CADASTRO
      * DAT-INATIVACAO     : INATIVACAO MAIS RECENTE ENTRE OS
      *                      CONTRATOS DA CONTA (AAAAMMDD)
      * QTD-ANOS-RETENCAO  : PRAZO DE RETENCAO EM VIGOR NO RUN
      ******************************************************************

          01 ANO01-REGISTRO.
             03 ANO01-CHAVE.
                05 ANO01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 ANO01-NUM-CONTA            PIC 9(08) VALUE 0.
             03 ANO01-DAT-ANONIMIZACAO        PIC 9(08) VALUE ZEROS.
             03 ANO01-QTD-CONTRATOS           PIC 9(02) VALUE ZEROS.
             03 ANO01-DAT-INATIVACAO          PIC 9(08) VALUE ZEROS.
             03 ANO01-QTD-ANOS-RETENCAO       PIC 9(02) VALUE ZEROS.
