      ******************************************************************
      * NOME BOOK : DEB03147
      * DESCRICAO : ARQUIVO DE DEBITO AUTOMATICO NO LAYOUT DO BANCO -
      *             MESMO LAYOUT NA REMESSA DE PEDIDOS DE DEBITO
      *             GERADA PELO EXER0347 (ARQDEB01) E NO RETORNO DO
      *             BANCO LIDO PELO EXER0348 (ARQRDB01). HEADER 'A',
      *             DETALHES 'E' (REMESSA) OU 'F' (RETORNO) E TRAILER
      *             'Z' COM A QTDE E O VALOR TOTAL DOS DETALHES.
      * TAMANHO   :  100 BYTES
      ************************* DADOS DO DETALHE ***********************
      * IND-TIPO-REG        : 'A' = HEADER, 'E' = PEDIDO DE DEBITO
      *                       (REMESSA), 'F' = RESULTADO DO DEBITO
      *                       (RETORNO), 'Z' = TRAILER - VIDE
      *                       DEB01-REGISTRO-CTL
      * COD-BANCO-DEBITO/   : CONTA DE DEBITO AUTORIZADA PELO CLIENTE
      * COD-AGENCIA-DEBITO/   (VIDE ARQENT01-IND-DEB-AUTOMATICO)
      * NUM-CONTA-DEBITO
      * DAT-VENCIMENTO      : DATA (AAAAMMDD) EM QUE O DEBITO DEVE SER
      *                       EFETUADO - VENCIMENTO DA PARCELA OU A
      *                       DATA DA REMESSA NAS REAPRESENTACOES
      * VLR-DEBITO          : VALOR A DEBITAR (VALOR DA PARCELA)
      * ID-DEBITO-EMPRESA   : IDENTIFICACAO DO DEBITO NA EMPRESA -
      *                       AGENCIA+CONTA+CONTRATO+PARCELA DO PLANO,
      *                       DEVOLVIDA PELO BANCO NO RETORNO
      * NUM-TENTATIVA       : 1 NA PRIMEIRA APRESENTACAO, SOMADO A
      *                       CADA REAPRESENTACAO DA PARCELA
      * DAT-DEBITO          : RETORNO - DATA (AAAAMMDD) EM QUE O
      *                       DEBITO FOI EFETUADO (ZEROS NA REMESSA)
      * VLR-DEBITADO        : RETORNO - VALOR EFETIVAMENTE DEBITADO
      *                       (ZEROS NA REMESSA)
      * COD-RETORNO         : RETORNO - '00' = DEBITO EFETUADO, OUTRO =
      *                       MOTIVO DA RECUSA DO BANCO (VIDE TABELA DE
      *                       MOTIVOS DO EXER0348). BRANCOS NA REMESSA
      ************************* HEADER E TRAILER ***********************
      * CTL-COD-REMESSA     : '1' = REMESSA, '2' = RETORNO
      * CTL-COD-CONVENIO    : CODIGO DO CONVENIO DE DEBITO NO BANCO
      * CTL-DAT-GERACAO     : DATA (AAAAMMDD) DE GERACAO DO ARQUIVO
      * CTL-NUM-SEQ-ARQUIVO : NUMERO SEQUENCIAL DO ARQUIVO NO CONVENIO
      * CTL-QTDE-REGISTROS  : TRAILER - QTDE DE DETALHES DO ARQUIVO
      * CTL-VLR-TOTAL       : TRAILER - SOMA DO VLR-DEBITO DOS DETALHES
      ******************************************************************

          01 DEB01-REGISTRO.
             03 DEB01-IND-TIPO-REG          PIC X(01) VALUE 'E'.
                88 DEB01-REG-HEADER         VALUE 'A'.
                88 DEB01-REG-REMESSA        VALUE 'E'.
                88 DEB01-REG-RETORNO        VALUE 'F'.
                88 DEB01-REG-TRAILER        VALUE 'Z'.
             03 DEB01-COD-BANCO-DEBITO      PIC 9(03) VALUE ZEROS.
             03 DEB01-COD-AGENCIA-DEBITO    PIC 9(04) VALUE ZEROS.
             03 DEB01-NUM-CONTA-DEBITO      PIC 9(12) VALUE ZEROS.
             03 DEB01-DAT-VENCIMENTO        PIC 9(08) VALUE ZEROS.
             03 DEB01-VLR-DEBITO            PIC 9(13)V99 VALUE ZEROS.
             03 DEB01-ID-DEBITO-EMPRESA.
                05 DEB01-COD-AGENCIA        PIC 9(04) VALUE ZEROS.
                05 DEB01-NUM-CONTA          PIC 9(08) VALUE ZEROS.
                05 DEB01-NUM-CONTRATO       PIC 9(02) VALUE ZEROS.
                05 DEB01-NUM-PARCELA        PIC 9(03) VALUE ZEROS.
             03 DEB01-NUM-TENTATIVA         PIC 9(02) VALUE ZEROS.
             03 DEB01-DAT-DEBITO            PIC 9(08) VALUE ZEROS.
             03 DEB01-VLR-DEBITADO          PIC 9(13)V99 VALUE ZEROS.
             03 DEB01-COD-RETORNO           PIC X(02) VALUE SPACES.
                88 DEB01-DEBITO-EFETUADO    VALUE '00'.
             03 FILLER                      PIC X(13) VALUE SPACES.

      * VISAO DE HEADER/TRAILER - MESMA AREA DE DEB01-REGISTRO, USADA
      * QUANDO DEB01-IND-TIPO-REG E 'A' OU 'Z'
          01 DEB01-REGISTRO-CTL REDEFINES DEB01-REGISTRO.
             03 DEB01-CTL-IND-TIPO-REG      PIC X(01).
             03 DEB01-CTL-COD-REMESSA       PIC X(01).
                88 DEB01-CTL-REMESSA        VALUE '1'.
                88 DEB01-CTL-RETORNO        VALUE '2'.
             03 DEB01-CTL-COD-CONVENIO      PIC X(20).
             03 DEB01-CTL-DAT-GERACAO       PIC 9(08).
             03 DEB01-CTL-NUM-SEQ-ARQUIVO   PIC 9(06).
             03 DEB01-CTL-QTDE-REGISTROS    PIC 9(06).
             03 DEB01-CTL-VLR-TOTAL         PIC 9(15)V99.
             03 FILLER                      PIC X(41).
