      *             CONTRA O VENCIMENTO DESSA PARCELA; CONTAS SEM PLANO
      *             CONTINUAM BALANCEADAS PELA PARCELA UNICA DO
      *             CADASTRO (ARQENT01-DAT-EMPRE/VLR-PARCELA).
      *             O PLANO GERADO NA ORIGINACAO DO CONTRATO (EXER0344)
      *             TRAZ A ABERTURA DE CADA PARCELA EM AMORTIZACAO E
      *             JUROS E O SALDO DEVEDOR APOS O SEU PAGAMENTO.
      * TAMANHO   :  082 BYTES
      ************************* DADOS DO PLANO *************************
      * CHAVE            : AGENCIA + CONTA + CONTRATO (01-99) +
      *                    NUMERO DA PARCELA (001-999)
      *                    PELO RISCO E APLICADO PELO EXER0336)
      * DAT-PAGAMENTO    : DATA DO PAGAMENTO QUE BAIXOU A PARCELA
      *                    (AAAAMMDD - ZEROS ENQUANTO EM ABERTO)
      * VLR-PRINCIPAL    : PARCELA DA AMORTIZACAO DO PRINCIPAL CONTIDA
      *                    NA PARCELA (PRICE OU SAC - VIDE EXER0344)
      * VLR-JUROS        : PARCELA DE JUROS CONTIDA NA PARCELA - LANCADA
      *                    COMO RECEITA DE JUROS PELA INTERFACE CONTABIL
      *                    NA BAIXA DA PARCELA (JUR03112/EXER0322)
      * VLR-SALDO-DEVEDOR: SALDO DEVEDOR DO PRINCIPAL APOS O PAGAMENTO
      *                    DA PARCELA.
      *                    OS TRES CAMPOS FICAM ZERADOS NAS PARCELAS
      *                    INCLUIDAS UMA A UMA OU GERADAS POR
      *                    RENEGOCIACAO NO EXER0314, E SAO ZERADOS
      *                    QUANDO O EXER0314 ALTERA O VALOR DA PARCELA
      *                    (PARCELA SEM ABERTURA - TRATADA COMO
      *                    PRINCIPAL INTEGRAL).
      *                    CAMPOS ACRESCENTADOS NO FIM DO REGISTRO
      *                    PARA PRESERVAR AS POSICOES JA EXISTENTES
      ******************************************************************

          01 PLA01-REGISTRO.
                88 PLA01-PARCELA-RENEGOCIADA  VALUE 'R'.
                88 PLA01-PARCELA-BAIXADA-PERDA VALUE 'B'.
             03 PLA01-DAT-PAGAMENTO           PIC 9(08) VALUE ZEROS.
             03 PLA01-VLR-PRINCIPAL           PIC 9(09)V99 VALUE ZEROS.
             03 PLA01-VLR-JUROS               PIC 9(09)V99 VALUE ZEROS.
             03 PLA01-VLR-SALDO-DEVEDOR       PIC 9(11)V99 VALUE ZEROS.
