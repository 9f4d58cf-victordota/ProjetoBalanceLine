      ******************************************************************
      * NOME BOOK : JUR03112
      * DESCRICAO : ARQUIVO DE ABERTURA PRINCIPAL/JUROS DAS PARCELAS
      *             BAIXADAS PELO BALANCE LINE (EXER0312) - UM REGISTRO
      *             POR PARCELA DO PLANO (PLA03112) COM ABERTURA EM
      *             AMORTIZACAO E JUROS (CONTRATOS ORIGINADOS PELO
      *             EXER0344) QUITADA NO RUN. LIDO PELA INTERFACE
      *             CONTABIL (EXER0322), QUE LANCA OS JUROS COMO
      *             RECEITA (EVENTO 'JUR' - GLI03122) E OS RETIRA DO
      *             EVENTO DE PAGAMENTO RECEBIDO ('PGR').
      * TAMANHO   :  055 BYTES
      ************************* DADOS DA PARCELA ***********************
      * DAT-PROCESSAMENTO : DATA DE PROCESSAMENTO DO RUN (AAAAMMDD)
      * COD-AGENCIA/      : CHAVE DA PARCELA BAIXADA (PLA01-CHAVE)
      * NUM-CONTA/
      * NUM-CONTRATO/
      * NUM-PARCELA         (PARCELA 000 = PARCELAS A VENCER QUITADAS
      *                     PELA COTACAO DE QUITACAO ANTECIPADA -
      *                     QUI03145 - PELO VALOR PRESENTE)
      * DAT-PAGTO         : DATA DO PAGAMENTO QUE BAIXOU A PARCELA
      * VLR-PRINCIPAL     : AMORTIZACAO DO PRINCIPAL CONTIDA NA PARCELA
      * VLR-JUROS         : JUROS CONTIDOS NA PARCELA
      ******************************************************************

          01 JUR01-REGISTRO.
             03 JUR01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 JUR01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 JUR01-NUM-CONTA               PIC 9(08) VALUE ZEROS.
             03 JUR01-NUM-CONTRATO            PIC 9(02) VALUE ZEROS.
             03 JUR01-NUM-PARCELA             PIC 9(03) VALUE ZEROS.
             03 JUR01-DAT-PAGTO               PIC 9(08) VALUE ZEROS.
             03 JUR01-VLR-PRINCIPAL           PIC 9(09)V99 VALUE ZEROS.
             03 JUR01-VLR-JUROS               PIC 9(09)V99 VALUE ZEROS.
