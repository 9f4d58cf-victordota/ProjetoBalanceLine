      ******************************************************************
      * NOME BOOK : INC03161
      * DESCRICAO : EXTRATO DE CORRECAO DAS INCONSISTENCIAS ENTRE OS
      *             ARQUIVOS INDEXADOS - GERADO PELA VERIFICACAO
      *             SEMANAL DE INTEGRIDADE (EXER0361), UM REGISTRO POR
      *             INCONSISTENCIA, PARA ANALISE E CORRECAO PELA AREA
      *             DE OPERACOES.
      * TAMANHO   :  126 BYTES
      ********************** DADOS DA INCONSISTENCIA *******************
      * DAT-REFERENCIA   : DATA DE REFERENCIA DA VERIFICACAO
      * COD-MOTIVO       : 01 = PLANO SEM CADASTRO
      *                    02 = PARCELA EM ABERTO EM CONTRATO INATIVO
      *                    03 = SALDO DE ATRASO SEM PARCELA VENCIDA
      *                    04 = ACORDO ATIVO EM CONTA INATIVA
      *                    05 = HISTORICO OK COM PARCELA VENCIDA
      *                    06 = SALDO DE ATRASO EM CONTRATO INATIVO
      *                    07 = HISTORICO SEM CADASTRO
      *                    08 = SALDO DE ATRASO SEM CADASTRO
      *                    09 = CREDITO SEM CADASTRO DA CONTA
      *                    10 = ACORDO SEM CADASTRO DA CONTA
      * NOM-ARQUIVO      : DDNAME DO ARQUIVO A CORRIGIR
      * CHAVE            : AGENCIA + CONTA + CONTRATO (CONTRATO ZERADO
      *                    NOS ARQUIVOS POR CONTA - ARQCRE01/ARQACD01)
      * IND-SITUACAO-CONTA : SITUACAO DO CADASTRO ('A' ATIVO, 'I'
      *                    INATIVO, BRANCO = SEM CADASTRO)
      * QTD-OCORRENCIAS  : QTDE DE PARCELAS ENVOLVIDAS (1 NOS DEMAIS)
      * VLR-REFERENCIA   : VALOR ENVOLVIDO (PARCELAS, SALDO DE ATRASO
      *                    + MULTA, CREDITO OU VALOR PROMETIDO)
      * DES-MOTIVO       : DESCRICAO DO MOTIVO
      * DES-ACAO-SUGERIDA: CORRECAO SUGERIDA PARA A INCONSISTENCIA
      ******************************************************************

          01 INC01-REGISTRO.
             03 INC01-DAT-REFERENCIA          PIC 9(08) VALUE ZEROS.
             03 INC01-COD-MOTIVO              PIC 9(02) VALUE ZEROS.
             03 INC01-NOM-ARQUIVO             PIC X(08) VALUE SPACES.
             03 INC01-CHAVE.
                05 INC01-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
                05 INC01-NUM-CONTA            PIC 9(08) VALUE ZEROS.
                05 INC01-NUM-CONTRATO         PIC 9(02) VALUE ZEROS.
             03 INC01-IND-SITUACAO-CONTA      PIC X(01) VALUE SPACES.
             03 INC01-QTD-OCORRENCIAS         PIC 9(05) VALUE ZEROS.
             03 INC01-VLR-REFERENCIA          PIC 9(11)V99 VALUE ZEROS.
             03 INC01-DES-MOTIVO              PIC X(40) VALUE SPACES.
             03 INC01-DES-ACAO-SUGERIDA       PIC X(35) VALUE SPACES.
