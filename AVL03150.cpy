      ******************************************************************
      * NOME BOOK : AVL03150
      * DESCRICAO : CADASTRO DE AVALISTAS - ARQUIVO INDEXADO (CHAVE
      *             AGENCIA+CONTA+CONTRATO), UM AVALISTA POR CONTRATO
      *             DE EMPRESTIMO, MANTIDO PELO EXER0350. USADO NA
      *             CARTA AO AVALISTA DOS NIVEIS 2 E 3 DA COBRANCA
      *             (EXER0324), NA CONSULTA 360 (EXER0332) E NO
      *             EXTRATO DE REPASSE A PROTESTO (EXER0326).
      * TAMANHO   :  156 BYTES
      ************************* DADOS DO AVALISTA **********************
      * CHAVE               : AGENCIA + CONTA + CONTRATO (MESMA CHAVE
      *                       DO ARQENT01)
      * NOM-AVALISTA        : NOME DO AVALISTA
      * IND-TIPO-PESSOA     : 'F' = PESSOA FISICA (CPF)
      *                       'J' = PESSOA JURIDICA (CNPJ)
      * NUM-DOCUMENTO       : CPF (11 DIGITOS, ALINHADO A DIREITA) OU
      *                       CNPJ (14 DIGITOS) DO AVALISTA
      * DES-LOGRADOURO/     : ENDERECO DE CORRESPONDENCIA DO AVALISTA
      * NOM-CIDADE/SIG-UF/
      * NUM-CEP
      * IND-SITUACAO        : 'A' = AVALISTA ATIVO
      *                       'I' = AVALISTA EXCLUIDO (INATIVADO
      *                             LOGICAMENTE - NAO RECEBE CARTA)
      * DAT-INCLUSAO        : DATA (AAAAMMDD) DA INCLUSAO/REATIVACAO
      * DAT-EXCLUSAO        : DATA (AAAAMMDD) DA EXCLUSAO
      ******************************************************************

          01 AVL01-REGISTRO.
             03 AVL01-CHAVE.
                05 AVL01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 AVL01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 AVL01-NUM-CONTRATO         PIC 9(02) VALUE 01.
             03 AVL01-NOM-AVALISTA            PIC X(40) VALUE SPACES.
             03 AVL01-IND-TIPO-PESSOA         PIC X(01) VALUE 'F'.
                88 AVL01-PESSOA-FISICA        VALUE 'F'.
                88 AVL01-PESSOA-JURIDICA      VALUE 'J'.
             03 AVL01-NUM-DOCUMENTO           PIC 9(14) VALUE ZEROS.
             03 AVL01-DES-LOGRADOURO          PIC X(40) VALUE SPACES.
             03 AVL01-NOM-CIDADE              PIC X(20) VALUE SPACES.
             03 AVL01-SIG-UF                  PIC X(02) VALUE SPACES.
             03 AVL01-NUM-CEP                 PIC 9(08) VALUE ZEROS.
             03 AVL01-IND-SITUACAO            PIC X(01) VALUE 'A'.
                88 AVL01-AVALISTA-ATIVO       VALUE 'A'.
                88 AVL01-AVALISTA-INATIVO     VALUE 'I'.
             03 AVL01-DAT-INCLUSAO            PIC 9(08) VALUE ZEROS.
             03 AVL01-DAT-EXCLUSAO            PIC 9(08) VALUE ZEROS.
