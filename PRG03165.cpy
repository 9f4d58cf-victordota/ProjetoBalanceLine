      ******************************************************************
      * NOME BOOK : PRG03165
      * DESCRICAO : ARQUIVO DE PRORROGACOES DE VENCIMENTO CONCEDIDAS -
      *             ARQUIVO INDEXADO (CHAVE AGENCIA+CONTA+CONTRATO), UM
      *             REGISTRO POR CONTRATO COM A ULTIMA PRORROGACAO
      *             CONCEDIDA PELO EXER0365. HONRADO PELO BALANCE LINE
      *             (EXER0312) E PELA NEGATIVACAO (EXER0340): ATE A
      *             DATA FIM DA PRORROGACAO, INCLUSIVE, O CONTRATO NAO
      *             ACUMULA MULTA DE ATRASO, NAO RECEBE CARTA DE
      *             COBRANCA, NAO SOBE DE NIVEL DE NOTIFICACAO E NAO E
      *             INCLUIDO NO BUREAU. PASSADA A DATA, A COBRANCA
      *             RETOMA SOZINHA.
      * TAMANHO   :  066 BYTES
      ************************* DADOS DA PRORROGACAO *******************
      * CHAVE              : AGENCIA + CONTA + CONTRATO
      * DAT-CONCESSAO      : DATA DA CONCESSAO (AAAAMMDD) - O MESMO
      *                      CONTRATO NAO E PRORROGADO DUAS VEZES NA
      *                      MESMA DATA (PROTECAO PARA REPROCESSAMENTO)
      * DAT-FIM-PRORROGACAO: ULTIMO DIA DA SUSPENSAO DA COBRANCA
      *                      (AAAAMMDD)
      * QTD-MESES          : MESES DE PRORROGACAO CONCEDIDOS
      * QTD-PARCELAS       : PARCELAS EM ABERTO PRORROGADAS
      * IND-TIPO-SELECAO   : SELECAO QUE CONCEDEU (VIDE PAR03165)
      * DES-MOTIVO         : MOTIVO DA CONCESSAO
      ******************************************************************

          01 PRG01-REGISTRO.
             03 PRG01-CHAVE.
                05 PRG01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 PRG01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 PRG01-NUM-CONTRATO         PIC 9(02) VALUE 0.
             03 PRG01-DAT-CONCESSAO           PIC 9(08) VALUE ZEROS.
             03 PRG01-DAT-FIM-PRORROGACAO     PIC 9(08) VALUE ZEROS.
             03 PRG01-QTD-MESES               PIC 9(02) VALUE ZEROS.
             03 PRG01-QTD-PARCELAS            PIC 9(03) VALUE ZEROS.
             03 PRG01-IND-TIPO-SELECAO        PIC X(01) VALUE SPACES.
             03 PRG01-DES-MOTIVO              PIC X(30) VALUE SPACES.
