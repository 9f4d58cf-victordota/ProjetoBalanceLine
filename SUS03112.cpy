      ******************************************************************
      * NOME BOOK : SUS03112
      * DESCRICAO : CONTA SUSPENSE DE PAGAMENTOS NAO IDENTIFICADOS -
      *             ARQUIVO INDEXADO, UM REGISTRO POR PAGAMENTO DO
      *             MOVIMENTO (ARQENT02) QUE NAO CASOU COM NENHUMA CONTA
      *             DO CADASTRO (PERNA CADASTRO MAIOR DO BALANCE LINE -
      *             O MESMO PAGAMENTO QUE VAI PARA O ARQSAI04). GRAVADO
      *             PELO EXER0312 COM A DATA E O VALOR ORIGINAIS E
      *             RETENTADO CONTRA O CADASTRO A CADA RUN SEGUINTE:
      *             QUANDO A CONTA PASSA A EXISTIR (OU O ITEM E
      *             DIRECIONADO A OUTRA CONTA PELO EXER0341), O
      *             PAGAMENTO VOLTA AO BALANCE LINE E O ITEM E BAIXADO.
      *             O ENVELHECIMENTO DOS ITENS EM ABERTO E LISTADO PARA
      *             A TESOURARIA PELO EXER0342.
      * TAMANHO   :  086 BYTES
      ************************* DADOS DO ITEM **************************
      * CHAVE              : AGENCIA + CONTA + CONTRATO INFORMADOS NO
      *                      PAGAMENTO + DATA DO PAGAMENTO + SEQUENCIA
      *                      (MAIS DE UM PAGAMENTO NAO IDENTIFICADO DA
      *                      MESMA CONTA NA MESMA DATA)
      * VLR-PAGTO          : VALOR ORIGINAL DO PAGAMENTO
      * DAT-ENTRADA        : DATA DE PROCESSAMENTO DO RUN QUE COLOCOU O
      *                      PAGAMENTO NA SUSPENSE (AAAAMMDD)
      * IND-SITUACAO       : 'P' = PENDENTE - RETENTADO PELA PROPRIA
      *                            CHAVE DO PAGAMENTO A CADA RUN
      *                      'D' = DIRECIONADO PELA TESOURARIA A OUTRA
      *                            AGENCIA/CONTA/CONTRATO (DESTINO) -
      *                            RETENTADO PELA CHAVE DE DESTINO
      *                      'R' = A DEVOLVER AO PAGADOR - NAO E MAIS
      *                            RETENTADO
      *                      'L' = BAIXADO - O PAGAMENTO FOI APLICADO
      *                            A CONTA PELO BALANCE LINE
      * COD-AGENCIA-DEST/  : CONTA DE DESTINO DO ITEM DIRECIONADO
      * NUM-CONTA-DEST/      ('D' - ZEROS NOS DEMAIS)
      * NUM-CONTRATO-DEST
      * DAT-DECISAO        : DATA DO DIRECIONAMENTO/DEVOLUCAO (AAAAMMDD)
      * DAT-BAIXA          : DATA DE PROCESSAMENTO DO RUN QUE APLICOU O
      *                      PAGAMENTO A CONTA ('L')
      * QTD-TENTATIVAS     : QTDE DE RUNS EM QUE O ITEM FOI RETENTADO
      *                      SEM ACHAR A CONTA NO CADASTRO
      * DAT-ULT-TENTATIVA  : DATA DE PROCESSAMENTO DA ULTIMA TENTATIVA
      ******************************************************************

          01 SUS01-REGISTRO.
             03 SUS01-CHAVE.
                05 SUS01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 SUS01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 SUS01-NUM-CONTRATO         PIC 9(02) VALUE 0.
                05 SUS01-DAT-PAGTO            PIC 9(08) VALUE 0.
                05 SUS01-NUM-SEQUENCIA        PIC 9(03) VALUE 0.
             03 SUS01-VLR-PAGTO               PIC 9(09)V99 VALUE ZEROS.
             03 SUS01-DAT-ENTRADA             PIC 9(08) VALUE ZEROS.
             03 SUS01-IND-SITUACAO            PIC X(01) VALUE 'P'.
                88 SUS01-ITEM-PENDENTE        VALUE 'P'.
                88 SUS01-ITEM-DIRECIONADO     VALUE 'D'.
                88 SUS01-ITEM-DEVOLUCAO       VALUE 'R'.
                88 SUS01-ITEM-BAIXADO         VALUE 'L'.
                88 SUS01-ITEM-EM-ABERTO       VALUE 'P' 'D' 'R'.
             03 SUS01-DESTINO.
                05 SUS01-COD-AGENCIA-DEST     PIC 9(04) VALUE 0.
                05 SUS01-NUM-CONTA-DEST       PIC 9(08) VALUE 0.
                05 SUS01-NUM-CONTRATO-DEST    PIC 9(02) VALUE 0.
             03 SUS01-DAT-DECISAO             PIC 9(08) VALUE ZEROS.
             03 SUS01-DAT-BAIXA               PIC 9(08) VALUE ZEROS.
             03 SUS01-QTD-TENTATIVAS          PIC 9(03) VALUE ZEROS.
             03 SUS01-DAT-ULT-TENTATIVA       PIC 9(08) VALUE ZEROS.
