      ******************************************************************
      * NOME BOOK : LST03154
      * DESCRICAO : LISTAGEM DE RESULTADO DAS TRANSACOES DE MANUTENCAO
      *             DO CADASTRO DE AGENCIAS (EXER0354) - UM REGISTRO
      *             POR TRANSACAO LIDA, COM O RESULTADO DA INCLUSAO/
      *             ALTERACAO/EXCLUSAO/CONSULTA OU O MOTIVO DA
      *             REJEICAO.
      * TAMANHO   :  120 BYTES
      ******************************************************************

          01 LST12-REGISTRO.
             03 LST12-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
             03 LST12-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
             03 LST12-NOM-AGENCIA          PIC X(30) VALUE SPACES.
             03 LST12-COD-REGIAO           PIC 9(02) VALUE ZEROS.
             03 LST12-COD-LOCALIDADE       PIC 9(02) VALUE ZEROS.
             03 LST12-NOM-GERENTE          PIC X(30) VALUE SPACES.
             03 LST12-DES-RESULTADO        PIC X(50) VALUE SPACES.
             03 FILLER                     PIC X(01) VALUE SPACES.
