      ******************************************************************
      * NOME BOOK : GLS03162
      * DESCRICAO : SALDOS DAS CONTAS CONTABEIS DO BALANCE LINE
      *             RECEBIDOS DA CONTABILIDADE - UM REGISTRO POR DATA,
      *             AGENCIA E CONTA, CLASSIFICADO POR DATA + AGENCIA +
      *             CONTA. O ULTIMO DIA DO ARQUIVO E O SALDO DE
      *             FECHAMENTO DO MES; OS DIAS ANTERIORES, QUANDO
      *             ENVIADOS, PERMITEM LOCALIZAR O DIA EM QUE A
      *             DIFERENCA SURGIU (VIDE EXER0362). CONTA SEM SALDO
      *             NO DIA NAO E ENVIADA (SALDO ZERO).
      * TAMANHO   :  028 BYTES
      ************************ DADOS DO SALDO **************************
      * DAT-SALDO    : DATA DO SALDO (AAAAMMDD)
      * COD-AGENCIA  : AGENCIA
      * COD-CONTA    : 'CAR' = CARTEIRA - PARCELAS EM ABERTO (ARQPLA01)
      *                'MUL' = MULTA DE ATRASO A RECEBER (ARQATR01)
      *                'CRE' = SALDO CREDOR DE CLIENTES (ARQCRE01)
      * VLR-SALDO    : SALDO CONTABIL DA CONTA NA AGENCIA E DATA
      ******************************************************************

          01 GLS01-REGISTRO.
             03 GLS01-DAT-SALDO               PIC 9(08) VALUE ZEROS.
             03 GLS01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 GLS01-COD-CONTA               PIC X(03) VALUE SPACES.
                88 GLS01-CONTA-CARTEIRA       VALUE 'CAR'.
                88 GLS01-CONTA-MULTA          VALUE 'MUL'.
                88 GLS01-CONTA-CREDITO        VALUE 'CRE'.
             03 GLS01-VLR-SALDO               PIC 9(11)V99 VALUE ZEROS.
