      ******************************************************************
      * NOME BOOK : PAR03160
      * DESCRICAO : CARTAO DA DATA DE PROCESSAMENTO DA CADEIA NOTURNA,
      *             PARA AS ETAPAS QUE NAO TEM DATA DE PROCESSAMENTO
      *             PROPRIA (EXER0324) E PARA A LISTAGEM DA SITUACAO
      *             DA CADEIA (EXER0360).
      * TAMANHO   :  008 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-PROCESSAMENTO : DATA DE PROCESSAMENTO DA CADEIA (AAAAMMDD -
      *                     CARTAO AUSENTE OU ZERADO ASSUME A DATA
      *                     CORRENTE DO SISTEMA)
      ******************************************************************

          01 PARM24-REGISTRO.
             03 PARM24-DAT-PROCESSAMENTO      PIC 9(08) VALUE ZEROS.
