      ******************************************************************
      * NOME BOOK : PAR03166
      * DESCRICAO : CARTAO DE PARAMETROS DA RETENCAO DE DADOS PESSOAIS
      *             (LGPD) DOS CONTRATOS ENCERRADOS (EXER0366).
      * TAMANHO   :  037 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-MODO           : 'A' = ANONIMIZACAO - APAGA NOME, ENDERECO
      *                            E DOCUMENTO DAS CONTAS ENCERRADAS HA
      *                            MAIS TEMPO QUE O PRAZO DE RETENCAO
      *                      'T' = PEDIDO DO TITULAR - LISTA TODOS OS
      *                            ARQUIVOS E REGISTROS EM QUE OS DADOS
      *                            DO CLIENTE ABAIXO APARECEM (NADA E
      *                            ALTERADO)
      * QTD-ANOS-RETENCAO  : PRAZO (EM ANOS) QUE OS DADOS DO CONTRATO
      *                      INATIVO SAO GUARDADOS ANTES DA
      *                      ANONIMIZACAO, CONTADO DA DATA DE
      *                      INATIVACAO (ARQENT01-DAT-INATIVACAO)
      * DAT-REFERENCIA     : DATA BASE DO PRAZO (AAAAMMDD - ZEROS
      *                      ASSUME A DATA CORRENTE DO SISTEMA)
      * NUM-DOCUMENTO      : MODO 'T' - CPF/CNPJ DO TITULAR (ZEROS
      *                      PESQUISA SO PELA CONTA)
      * COD-AGENCIA/       : MODO 'T' - CONTA DO TITULAR (ZEROS
      * NUM-CONTA            PESQUISA SO PELO DOCUMENTO). NECESSARIA
      *                      PARA LOCALIZAR CONTA JA ANONIMIZADA, QUE
      *                      NAO TEM MAIS O DOCUMENTO NO CADASTRO
      ******************************************************************

          01 PARM29-REGISTRO.
             03 PARM29-IND-MODO               PIC X(01) VALUE SPACES.
                88 PARM29-MODO-ANONIMIZACAO   VALUE 'A'.
                88 PARM29-MODO-TITULAR        VALUE 'T'.
             03 PARM29-QTD-ANOS-RETENCAO      PIC 9(02) VALUE 05.
             03 PARM29-DAT-REFERENCIA         PIC 9(08) VALUE ZEROS.
             03 PARM29-NUM-DOCUMENTO          PIC 9(14) VALUE ZEROS.
             03 PARM29-COD-AGENCIA            PIC 9(04) VALUE ZEROS.
             03 PARM29-NUM-CONTA              PIC 9(08) VALUE ZEROS.
