      ******************************************************************
      * NOME BOOK : CHN03160
      * DESCRICAO : CONTROLE DA CADEIA NOTURNA - ARQUIVO INDEXADO, UM
      *             REGISTRO POR DATA DE PROCESSAMENTO E ETAPA DA
      *             CADEIA (EXER0318 PRE-CRITICA, EXER0312 BALANCE
      *             LINE OU EXER0334 CONSOLIDACAO DAS PARTICOES,
      *             EXER0317 CONFERENCIA, EXER0322 INTERFACE CONTABIL,
      *             EXER0324 CARTAS, EXER0340 BUREAU E EXER0325
      *             CONCILIACAO BANCARIA). CADA ETAPA SO RODA COM A
      *             ETAPA ANTERIOR CONCLUIDA OK PARA A MESMA DATA E
      *             GRAVA AQUI O PROPRIO INICIO, FIM E RETURN-CODE.
      *             A SITUACAO DA CADEIA E LISTADA PELO EXER0360.
      * TAMANHO   :  050 BYTES
      ************************* DADOS DA ETAPA *************************
      * CHAVE          : DATA DE PROCESSAMENTO (AAAAMMDD) + PROGRAMA
      *                  DA ETAPA
      * DAT/HOR-INICIO : CARIMBO DO INICIO DA ULTIMA EXECUCAO
      * DAT/HOR-FIM    : CARIMBO DO FIM DA ULTIMA EXECUCAO (ZEROS
      *                  ENQUANTO EM EXECUCAO OU SE FOI INTERROMPIDA
      *                  SEM PASSAR PELO ENCERRAMENTO)
      * COD-RETORNO    : RETURN-CODE DEVOLVIDO AO SCHEDULER
      * IND-SITUACAO   : 'I' = INICIADA (EM EXECUCAO OU INTERROMPIDA)
      *                  'C' = CONCLUIDA OK (RETURN-CODE ZERO)
      *                  'E' = TERMINADA COM ERRO/DIVERGENCIA
      * QTD-EXECUCOES  : QTDE DE EXECUCOES DA ETAPA NA MESMA DATA
      ******************************************************************

          01 CHN01-REGISTRO.
             03 CHN01-CHAVE.
                05 CHN01-DAT-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
                05 CHN01-COD-ETAPA            PIC X(08) VALUE SPACES.
             03 CHN01-DAT-HORA-INICIO.
                05 CHN01-DAT-INICIO           PIC 9(08) VALUE ZEROS.
                05 CHN01-HOR-INICIO           PIC 9(06) VALUE ZEROS.
             03 CHN01-DAT-HORA-FIM.
                05 CHN01-DAT-FIM              PIC 9(08) VALUE ZEROS.
                05 CHN01-HOR-FIM              PIC 9(06) VALUE ZEROS.
             03 CHN01-COD-RETORNO             PIC 9(02) VALUE ZEROS.
             03 CHN01-IND-SITUACAO            PIC X(01) VALUE SPACES.
                88 CHN01-ETAPA-INICIADA       VALUE 'I'.
                88 CHN01-ETAPA-CONCLUIDA      VALUE 'C'.
                88 CHN01-ETAPA-COM-ERRO       VALUE 'E'.
             03 CHN01-QTD-EXECUCOES           PIC 9(03) VALUE ZEROS.
