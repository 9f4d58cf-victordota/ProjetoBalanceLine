      ******************************************************************
      * NOME BOOK : FIL03155
      * DESCRICAO : FILA DIARIA DE TRABALHO DA COBRANCA INTERNA -
      *             GERADA PELO EXER0355, UM REGISTRO POR CONTRATO NP
      *             EM FLUXO NORMAL DE COBRANCA (SEM REPASSE A
      *             AGENCIA EXTERNA E SEM ACORDO VIGENTE), JA
      *             DISTRIBUIDO AO COBRADOR DA CARTEIRA DA AGENCIA
      *             (COB03155) E NUMERADO NA ORDEM DE PRIORIDADE DO
      *             COBRADOR.
      * TAMANHO   :  122 BYTES
      ************************** DADOS DA FILA *************************
      * DAT-FILA           : DATA DE GERACAO DA FILA (AAAAMMDD)
      * COD-COBRADOR/      : COBRADOR DA CARTEIRA DA AGENCIA - EM
      * NOM-COBRADOR         BRANCO QUANDO A AGENCIA NAO ESTA EM
      *                      NENHUMA CARTEIRA (SAEM NO FIM DA FILA)
      * NUM-PRIORIDADE     : POSICAO DO CONTRATO NA FILA DO COBRADOR -
      *                      MAIOR VALOR EM ABERTO PRIMEIRO, DEPOIS
      *                      MAIS DIAS DE ATRASO, DEPOIS MAIOR NIVEL DE
      *                      NOTIFICACAO
      * CHAVE              : AGENCIA + CONTA + CONTRATO
      * NOM-CLIENTE        : NOME DO CLIENTE NO CADASTRO (ARQENT01)
      * VLR-ABERTO         : PARCELAS VENCIDAS EM ABERTO MAIS A MULTA
      *                      ACUMULADA NO SUBLEDGER DE ATRASO (ATR03112)
      * QTD-DIAS-ATRASO    : DIAS CORRIDOS DESDE O VENCIMENTO MAIS
      *                      ANTIGO EM ABERTO (PLANO DE PARCELAS OU
      *                      PARCELA UNICA DO CADASTRO)
      * NIVEL-NOTIFICACAO  : ULTIMO NIVEL DE CARTA EMITIDO (HIS03112)
      ******************************************************************

          01 FIL01-REGISTRO.
             03 FIL01-DAT-FILA                PIC 9(08) VALUE ZEROS.
             03 FIL01-COD-COBRADOR            PIC X(06) VALUE SPACES.
             03 FIL01-NOM-COBRADOR            PIC X(30) VALUE SPACES.
             03 FIL01-NUM-PRIORIDADE          PIC 9(05) VALUE ZEROS.
             03 FIL01-CHAVE.
                05 FIL01-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
                05 FIL01-NUM-CONTA            PIC 9(08) VALUE ZEROS.
                05 FIL01-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
             03 FIL01-NOM-CLIENTE             PIC X(40) VALUE SPACES.
             03 FIL01-VLR-ABERTO              PIC 9(11)V99 VALUE ZEROS.
             03 FIL01-QTD-DIAS-ATRASO         PIC 9(05) VALUE ZEROS.
             03 FIL01-NIVEL-NOTIFICACAO       PIC 9(01) VALUE ZERO.
