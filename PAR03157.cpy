      ******************************************************************
      * NOME BOOK : PAR03157
      * DESCRICAO : CARTAO DE PARAMETROS DO RELATORIO SEMANAL DE
      *             PRODUTIVIDADE DOS COBRADORES (EXER0357).
      * TAMANHO   :  016 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * DAT-INICIO   : PRIMEIRO DIA DO PERIODO (AAAAMMDD)
      * DAT-FIM      : ULTIMO DIA DO PERIODO (AAAAMMDD)
      *                CARTAO AUSENTE OU ZERADO ASSUME A SEMANA QUE
      *                TERMINA NA DATA CORRENTE DO SISTEMA (SETE DIAS)
      ******************************************************************

          01 PARM21-REGISTRO.
             03 PARM21-DAT-INICIO             PIC 9(08) VALUE ZEROS.
             03 PARM21-DAT-FIM                PIC 9(08) VALUE ZEROS.
