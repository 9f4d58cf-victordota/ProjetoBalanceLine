      ******************************************************************
      * NOME BOOK : RSK03146
      * DESCRICAO : RATING DE RISCO E PROVISAO POR CONTRATO - ARQUIVO
      *             INDEXADO (CHAVE AGENCIA+CONTA+CONTRATO), UM
      *             REGISTRO POR CONTRATO JA PROVISIONADO, ATUALIZADO
      *             A CADA CALCULO MENSAL DA PDD (EXER0346). O RATING
      *             DO CONTRATO E O PIOR ENTRE O RATING GRAVADO E O
      *             RATING DOS DIAS DE ATRASO DO MES - SO VOLTA AO
      *             RATING DOS DIAS QUANDO O CLIENTE REGULARIZA (MES
      *             SEM PARCELA VENCIDA EM ABERTO = CURA).
      * TAMANHO   :  097 BYTES
      ************************* DADOS DO RATING ************************
      * CHAVE                : AGENCIA + CONTA + CONTRATO
      * COD-PRODUTO          : PRODUTO DO CONTRATO NO CADASTRO
      * MES-REFERENCIA       : MES (AAAAMM) DO ULTIMO CALCULO
      * DAT-CORTE            : DATA BASE DO ULTIMO CALCULO (AAAAMMDD)
      * QTD-DIAS-ATRASO      : DIAS DE ATRASO DA PARCELA EM ABERTO MAIS
      *                        ANTIGA NA DATA DE CORTE
      * COD-RATING-DIAS      : RATING CORRESPONDENTE AOS DIAS DE ATRASO
      * COD-RATING           : RATING ATRIBUIDO AO CONTRATO NO MES
      * NUM-NIVEL-RATING     : NIVEL DO RATING (1 = AA ... 9 = H) -
      *                        QUANTO MAIOR, PIOR
      * VLR-SALDO            : SALDO DEVEDOR (PARCELAS EM ABERTO DO
      *                        PLANO + MULTA DO SUBLEDGER DE ATRASO)
      * PCT-PROVISAO         : PERCENTUAL DE PROVISAO DO RATING
      * VLR-PROVISAO         : PROVISAO DO CONTRATO NO MES
      * COD-RATING-ANT/      : RATING, NIVEL E PROVISAO DO MES ANTERIOR
      * NUM-NIVEL-RATING-ANT/  (BASE DA VARIACAO LANCADA NO MES -
      * VLR-PROVISAO-ANT       PRESERVADOS NO RECALCULO DO MESMO MES)
      * DAT-CURA             : DATA DE CORTE EM QUE O CONTRATO SAIU DO
      *                        RATING AGRAVADO POR REGULARIZACAO
      * IND-SITUACAO         : 'A' = CONTRATO NA CARTEIRA ATIVA,
      *                        'E' = ENCERRADO (LIQUIDADO, INATIVADO OU
      *                        BAIXADO POR PERDA) - PROVISAO REVERTIDA
      ******************************************************************

          01 RSK01-REGISTRO.
             03 RSK01-CHAVE.
                05 RSK01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 RSK01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 RSK01-NUM-CONTRATO         PIC 9(02) VALUE 0.
             03 RSK01-COD-PRODUTO             PIC 9(03) VALUE ZEROS.
             03 RSK01-MES-REFERENCIA          PIC 9(06) VALUE ZEROS.
             03 RSK01-DAT-CORTE               PIC 9(08) VALUE ZEROS.
             03 RSK01-QTD-DIAS-ATRASO         PIC 9(05) VALUE ZEROS.
             03 RSK01-COD-RATING-DIAS         PIC X(02) VALUE SPACES.
             03 RSK01-COD-RATING              PIC X(02) VALUE SPACES.
             03 RSK01-NUM-NIVEL-RATING        PIC 9(01) VALUE ZEROS.
             03 RSK01-VLR-SALDO               PIC 9(11)V99 VALUE ZEROS.
             03 RSK01-PCT-PROVISAO            PIC 9(03)V99 VALUE ZEROS.
             03 RSK01-VLR-PROVISAO            PIC 9(11)V99 VALUE ZEROS.
             03 RSK01-COD-RATING-ANT          PIC X(02) VALUE SPACES.
             03 RSK01-NUM-NIVEL-RATING-ANT    PIC 9(01) VALUE ZEROS.
             03 RSK01-VLR-PROVISAO-ANT        PIC 9(11)V99 VALUE ZEROS.
             03 RSK01-DAT-CURA                PIC 9(08) VALUE ZEROS.
             03 RSK01-IND-SITUACAO            PIC X(01) VALUE 'A'.
                88 RSK01-CONTRATO-ATIVO       VALUE 'A'.
                88 RSK01-CONTRATO-ENCERRADO   VALUE 'E'.
