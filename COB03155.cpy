      ******************************************************************
      * NOME BOOK : COB03155
      * DESCRICAO : CARTEIRA DOS COBRADORES INTERNOS - ARQUIVO
      *             SEQUENCIAL MANTIDO PELA AREA DE COBRANCA, UM
      *             REGISTRO POR AGENCIA ATRIBUIDA A UM COBRADOR. LIDO
      *             PELA FILA DIARIA DE COBRANCA (EXER0355), QUE
      *             DISTRIBUI AS CONTAS NP DA AGENCIA AO SEU COBRADOR,
      *             PELA CAPTURA DOS CONTATOS (EXER0356), QUE SO ACEITA
      *             CONTATO DE COBRADOR DA CARTEIRA, E PELO RELATORIO
      *             SEMANAL DE PRODUTIVIDADE (EXER0357).
      * TAMANHO   :  040 BYTES
      ************************ DADOS DA CARTEIRA ***********************
      * COD-AGENCIA   : AGENCIA DA CARTEIRA DO COBRADOR - UMA AGENCIA
      *                 TEM UM SO COBRADOR (A AGENCIA REPETIDA NO
      *                 ARQUIVO FICA COM O PRIMEIRO COBRADOR INFORMADO);
      *                 UM COBRADOR PODE TER VARIAS AGENCIAS
      * COD-COBRADOR  : IDENTIFICACAO (MATRICULA) DO COBRADOR
      * NOM-COBRADOR  : NOME DO COBRADOR
      ******************************************************************

          01 COB01-REGISTRO.
             03 COB01-COD-AGENCIA             PIC 9(04) VALUE ZEROS.
             03 COB01-COD-COBRADOR            PIC X(06) VALUE SPACES.
             03 COB01-NOM-COBRADOR            PIC X(30) VALUE SPACES.
