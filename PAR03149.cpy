      ******************************************************************
      * NOME BOOK : PAR03149
      * DESCRICAO : CARTAO DE PARAMETROS DO AVISO DE VENCIMENTO DAS
      *             PARCELAS (EXER0349).
      * TAMANHO   :  014 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-PROCESSAMENTO     : DATA DO PROCESSAMENTO (AAAAMMDD - ZEROS
      *                         ASSUME A DATA CORRENTE DO SISTEMA)
      * QTDE-DIAS-AVISO-DFT   : ANTECEDENCIA DO AVISO (DIAS CORRIDOS)
      *                         PARA PRODUTO SEM ANTECEDENCIA NA TABELA
      *                         ARQPRD01. ZEROS NO PRODUTO E NO CARTAO
      *                         = PRODUTO SEM AVISO DE VENCIMENTO
      * QTDE-DIAS-JANELA      : DIAS CORRIDOS A MAIS COBERTOS PELO RUN -
      *                         SAEM OS VENCIMENTOS DE (DATA + AVISO)
      *                         ATE (DATA + AVISO + JANELA). USADO NA
      *                         VESPERA DE DIAS SEM PROCESSAMENTO
      *                         (EX.: SEXTA-FEIRA COM JANELA 2)
      ******************************************************************

          01 PARM20-REGISTRO.
             03 PARM20-DAT-PROCESSAMENTO      PIC 9(08) VALUE ZEROS.
             03 PARM20-QTDE-DIAS-AVISO-DFT    PIC 9(03) VALUE ZEROS.
             03 PARM20-QTDE-DIAS-JANELA       PIC 9(03) VALUE ZEROS.
