      ******************************************************************
      * NOME BOOK : TRN03141
      * DESCRICAO : ARQUIVO DE TRANSACOES DA TESOURARIA SOBRE OS ITENS
      *             DA CONTA SUSPENSE (ARQSUS01) PARA O EXER0341 -
      *             DIRECIONAMENTO A UMA CONTA, DEVOLUCAO AO PAGADOR E
      *             CONSULTA, NO MESMO ESTILO DE TRN03113/EXER0313.
      * TAMANHO   :  040 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'D' = DIRECIONAR O ITEM A AGENCIA/CONTA/
      *                            CONTRATO DE DESTINO (O PAGAMENTO E
      *                            APLICADO A ELA NO PROXIMO RUN DO
      *                            BALANCE LINE)
      *                      'R' = MARCAR O ITEM PARA DEVOLUCAO AO
      *                            PAGADOR (SAI DA RETENTATIVA)
      *                      'C' = CONSULTAR O ITEM (SO LISTAGEM)
      * CHAVE              : CHAVE DO ITEM (SUS01-CHAVE) - OBRIGATORIA
      *                      EM QUALQUER TRANSACAO
      * COD-AGENCIA-DEST/  : CONTA DE DESTINO - SO NA TRANSACAO 'D';
      * NUM-CONTA-DEST/      DEVE EXISTIR ATIVA NO CADASTRO (CONTRATO
      * NUM-CONTRATO-DEST    ZEROS ASSUME 01)
      ******************************************************************

          01 TRN07-REGISTRO.
             03 TRN07-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
                88 TRN07-TRANS-DIRECIONAR  VALUE 'D'.
                88 TRN07-TRANS-DEVOLVER    VALUE 'R'.
                88 TRN07-TRANS-CONSULTA    VALUE 'C'.
             03 TRN07-CHAVE.
                05 TRN07-COD-AGENCIA       PIC 9(04) VALUE 0.
                05 TRN07-NUM-CONTA         PIC 9(08) VALUE 0.
                05 TRN07-NUM-CONTRATO      PIC 9(02) VALUE 0.
                05 TRN07-DAT-PAGTO         PIC 9(08) VALUE 0.
                05 TRN07-NUM-SEQUENCIA     PIC 9(03) VALUE 0.
             03 TRN07-DESTINO.
                05 TRN07-COD-AGENCIA-DEST  PIC 9(04) VALUE 0.
                05 TRN07-NUM-CONTA-DEST    PIC 9(08) VALUE 0.
                05 TRN07-NUM-CONTRATO-DEST PIC 9(02) VALUE 0.
