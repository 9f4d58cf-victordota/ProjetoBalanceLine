      ******************************************************************
      * NOME BOOK : QUI03145
      * DESCRICAO : COTACOES DE QUITACAO ANTECIPADA - ARQUIVO INDEXADO
      *             (CHAVE AGENCIA+CONTA+CONTRATO), UM REGISTRO POR
      *             CONTRATO COM A ULTIMA COTACAO EMITIDA PELO EXER0345
      *             (UMA COTACAO NOVA SUBSTITUI A ANTERIOR). O VALOR DE
      *             QUITACAO E A SOMA DAS PARCELAS VENCIDAS EM ABERTO,
      *             DO VALOR PRESENTE DAS PARCELAS A VENCER E DA MULTA
      *             ACUMULADA NO SUBLEDGER DE ATRASO (ATR03112).
      *             O BALANCE LINE (EXER0312) HONRA A COTACAO VIGENTE
      *             QUANDO O PAGAMENTO CHEGA DENTRO DA VALIDADE E COBRE
      *             O VALOR DE QUITACAO: BAIXA TODAS AS PARCELAS EM
      *             ABERTO, LIQUIDA O ATRASO, INATIVA O CONTRATO E
      *             MARCA A COTACAO COMO LIQUIDADA.
      * TAMANHO   :  151 BYTES
      ************************* DADOS DA COTACAO ***********************
      * CHAVE               : AGENCIA + CONTA + CONTRATO
      * DAT-COTACAO         : DATA DE PROCESSAMENTO EM QUE A COTACAO
      *                       FOI EMITIDA (AAAAMMDD)
      * DAT-QUITACAO        : DATA BASE DA QUITACAO INFORMADA PELO
      *                       CLIENTE (AAAAMMDD) - PARCELA COM
      *                       VENCIMENTO ATE ESTA DATA E VENCIDA; AS
      *                       DEMAIS SAO DESCONTADAS ATE ELA
      * DAT-VALIDADE        : ULTIMA DATA DE PAGAMENTO ACEITA PARA A
      *                       COTACAO (AAAAMMDD)
      * PCT-TAXA-DESCONTO   : TAXA MENSAL DE DESCONTO APLICADA, EM
      *                       PERCENTUAL (EX.: 0015000 = 1,5000% A.M.)
      * QTD/VLR-PARC-VENCIDAS : PARCELAS VENCIDAS EM ABERTO, PELO VALOR
      *                       DE FACE
      * QTD-PARC-A-VENCER/  : PARCELAS A VENCER EM ABERTO, PELO VALOR
      * VLR-FACE-A-VENCER     DE FACE
      * VLR-PRESENTE-A-VENCER : VALOR PRESENTE DAS PARCELAS A VENCER NA
      *                       DATA DE QUITACAO - FACE / (1 + TAXA) **
      *                       (DIAS CORRIDOS / 30)
      * VLR-PRINC-A-VENCER  : PARTE DE PRINCIPAL DAS PARCELAS A VENCER
      *                       (PLA01-VLR-PRINCIPAL - ZEROS NOS PLANOS
      *                       SEM ABERTURA). NA LIQUIDACAO, O QUE O
      *                       VALOR PRESENTE EXCEDE O PRINCIPAL SEGUE
      *                       COMO JUROS PARA O ARQJUR01 (PARCELA 000)
      * VLR-MULTA           : MULTA ACUMULADA NO ATR03112 NA EMISSAO
      * VLR-TOTAL-QUITACAO  : VENCIDAS + VALOR PRESENTE + MULTA
      * IND-SITUACAO        : 'V' = VIGENTE (AGUARDANDO PAGAMENTO)
      *                       'L' = LIQUIDADA PELO BALANCE LINE
      * DAT-LIQUIDACAO      : DATA DO PAGAMENTO QUE HONROU A COTACAO
      * VLR-PAGO            : VALOR BRUTO RECEBIDO NA LIQUIDACAO
      ******************************************************************

          01 QUI01-REGISTRO.
             03 QUI01-CHAVE.
                05 QUI01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 QUI01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 QUI01-NUM-CONTRATO         PIC 9(02) VALUE 01.
             03 QUI01-DAT-COTACAO             PIC 9(08) VALUE ZEROS.
             03 QUI01-DAT-QUITACAO            PIC 9(08) VALUE ZEROS.
             03 QUI01-DAT-VALIDADE            PIC 9(08) VALUE ZEROS.
             03 QUI01-PCT-TAXA-DESCONTO       PIC 9(03)V9(04)
                                               VALUE ZEROS.
             03 QUI01-QTD-PARC-VENCIDAS       PIC 9(03) VALUE ZEROS.
             03 QUI01-VLR-PARC-VENCIDAS       PIC 9(11)V99 VALUE ZEROS.
             03 QUI01-QTD-PARC-A-VENCER       PIC 9(03) VALUE ZEROS.
             03 QUI01-VLR-FACE-A-VENCER       PIC 9(11)V99 VALUE ZEROS.
             03 QUI01-VLR-PRESENTE-A-VENCER   PIC 9(11)V99 VALUE ZEROS.
             03 QUI01-VLR-PRINC-A-VENCER      PIC 9(11)V99 VALUE ZEROS.
             03 QUI01-VLR-MULTA               PIC 9(11)V99 VALUE ZEROS.
             03 QUI01-VLR-TOTAL-QUITACAO      PIC 9(11)V99 VALUE ZEROS.
             03 QUI01-IND-SITUACAO            PIC X(01) VALUE 'V'.
                88 QUI01-COTACAO-VIGENTE      VALUE 'V'.
                88 QUI01-COTACAO-LIQUIDADA    VALUE 'L'.
             03 QUI01-DAT-LIQUIDACAO          PIC 9(08) VALUE ZEROS.
             03 QUI01-VLR-PAGO                PIC 9(11)V99 VALUE ZEROS.
