      ******************************************************************
      * NOME BOOK : PAR03147
      * DESCRICAO : CARTAO DE PARAMETROS DA REMESSA DIARIA DE DEBITO
      *             AUTOMATICO (EXER0347).
      * TAMANHO   :  037 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-PROCESSAMENTO     : DATA DA REMESSA (AAAAMMDD - ZEROS
      *                         ASSUME A DATA CORRENTE DO SISTEMA)
      * QTD-DIAS-ANTECEDENCIA : DIAS CORRIDOS DE ANTECEDENCIA - SAEM NA
      *                         REMESSA AS PARCELAS EM ABERTO QUE
      *                         VENCEM ATE A DATA DA REMESSA MAIS ESTA
      *                         QTDE DE DIAS
      * COD-CONVENIO          : CODIGO DO CONVENIO DE DEBITO NO BANCO
      * NUM-SEQ-ARQUIVO       : NUMERO SEQUENCIAL DA REMESSA NO
      *                         CONVENIO (CONTROLADO PELA PRODUCAO)
      ******************************************************************

          01 PARM18-REGISTRO.
             03 PARM18-DAT-PROCESSAMENTO      PIC 9(08) VALUE ZEROS.
             03 PARM18-QTD-DIAS-ANTECEDENCIA  PIC 9(03) VALUE ZEROS.
             03 PARM18-COD-CONVENIO           PIC X(20) VALUE SPACES.
             03 PARM18-NUM-SEQ-ARQUIVO        PIC 9(06) VALUE ZEROS.
