      ******************************************************************
      * NOME BOOK : TRN03145
      * DESCRICAO : ARQUIVO DE TRANSACOES DE COTACAO DE QUITACAO
      *             ANTECIPADA PARA O EXER0345 - CADA TRANSACAO PEDE O
      *             VALOR PARA QUITAR O CONTRATO NA DATA INFORMADA.
      * TAMANHO   :  032 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'C' = COTAR - CALCULA, LISTA E GRAVA A
      *                            COTACAO NO ARQQUI01 (QUI03145)
      *                      'S' = SIMULAR - SO CALCULA E LISTA, SEM
      *                            GRAVAR A COTACAO
      * COD-AGENCIA/       : CHAVE DO CONTRATO (ARQENT01-CHAVE) - DEVE
      * NUM-CONTA/           ESTAR ATIVO NO CADASTRO (CONTRATO ZEROS
      * NUM-CONTRATO         ASSUME 01)
      * DAT-QUITACAO       : DATA BASE DA QUITACAO ==> dd.mm.aaaa
      *                      (BRANCOS = DATA DE PROCESSAMENTO; NAO PODE
      *                      SER ANTERIOR A ELA)
      * PCT-TAXA-DESCONTO  : TAXA MENSAL DE DESCONTO DAS PARCELAS A
      *                      VENCER EM PERCENTUAL (EX.: 0015000 =
      *                      1,5000% A.M.) - ZEROS = TAXA DEFAULT DO
      *                      CARTAO DE PARAMETROS (PAR03145)
      ******************************************************************

          01 TRN09-REGISTRO.
             03 TRN09-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
                88 TRN09-TRANS-COTACAO     VALUE 'C'.
                88 TRN09-TRANS-SIMULACAO   VALUE 'S'.
             03 TRN09-CHAVE.
                05 TRN09-COD-AGENCIA       PIC 9(04) VALUE 0.
                05 TRN09-NUM-CONTA         PIC 9(08) VALUE 0.
                05 TRN09-NUM-CONTRATO      PIC 9(02) VALUE 0.
             03 TRN09-DAT-QUITACAO         PIC X(10) VALUE SPACES.
             03 TRN09-PCT-TAXA-DESCONTO    PIC 9(03)V9(04) VALUE ZEROS.
