      ******************************************************************
      * NOME BOOK : PAR03163
      * DESCRICAO : CARTAO DE PARAMETROS DA PROPOSTA DE DEVOLUCAO DE
      *             SALDO CREDOR DAS CONTAS ENCERRADAS (EXER0363).
      * TAMANHO   :  021 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * QTD-ANOS-PRESCRICAO : PRAZO LEGAL (EM ANOS) PARA O CLIENTE
      *                       RECLAMAR O CREDITO - CREDITO SEM
      *                       MOVIMENTO (CRE01-DAT-ULT-ATUALIZACAO) HA
      *                       MAIS TEMPO QUE O PRAZO NAO E PROPOSTO
      *                       PARA DEVOLUCAO E SAI NO RELATORIO DE
      *                       CREDITOS PRESCRITOS
      * VLR-MIN             : VALOR MINIMO DO CREDITO PARA PROPOR A
      *                       DEVOLUCAO (ABAIXO DELE SO E CONTADO)
      * DAT-REFERENCIA      : DATA BASE DA PROPOSTA E DO PRAZO LEGAL
      *                       (AAAAMMDD - ZEROS ASSUME A DATA CORRENTE
      *                       DO SISTEMA)
      ******************************************************************

          01 PARM27-REGISTRO.
             03 PARM27-QTD-ANOS-PRESCRICAO    PIC 9(02) VALUE 05.
             03 PARM27-VLR-MIN                PIC 9(09)V99 VALUE ZEROS.
             03 PARM27-DAT-REFERENCIA         PIC 9(08) VALUE ZEROS.
