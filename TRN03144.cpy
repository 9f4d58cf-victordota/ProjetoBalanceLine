      ******************************************************************
      * NOME BOOK : TRN03144
      * DESCRICAO : ARQUIVO DE TRANSACOES DE ORIGINACAO DE CONTRATOS
      *             PARA O EXER0344 - CADA TRANSACAO CRIA O REGISTRO DO
      *             CADASTRO (ARQENT01) E GERA O PLANO DE PARCELAS
      *             COMPLETO (ARQPLA01) A PARTIR DO PRINCIPAL, DA TAXA
      *             MENSAL, DO PRAZO, DO PRIMEIRO VENCIMENTO E DO
      *             SISTEMA DE AMORTIZACAO, NO LUGAR DA DIGITACAO DAS
      *             PARCELAS UMA A UMA PELA TRANSACAO 'I' DO EXER0314.
      * TAMANHO   :  194 BYTES
      ************************* DADOS DE ENTRADA ***********************
      * IND-TIPO-TRANSACAO : 'O' = ORIGINAR CONTRATO (CADASTRO + PLANO)
      *                      'S' = SIMULAR - SO CALCULA E LISTA O
      *                            PLANO, SEM GRAVAR NOS ARQUIVOS
      * COD-AGENCIA/       : CHAVE DO CONTRATO NOVO (ARQENT01-CHAVE) -
      * NUM-CONTA/           NAO PODE EXISTIR NO CADASTRO NEM TER
      * NUM-CONTRATO         PARCELAS NO PLANO (CONTRATO ZEROS ASSUME
      *                      01)
      * NOM-CLIENTE        : VIDE ARQENT01-NOM-CLIENTE
      * DAT-EMPRE          : DATA DA CONTRATACAO ==> dd.mm.aaaa
      * IND-TIPO-CONTAGEM  : VIDE ARQENT01-IND-TIPO-CONTAGEM
      * COD-PRODUTO        : VIDE ARQENT01-COD-PRODUTO
      * DES-LOGRADOURO/    : ENDERECO DE CORRESPONDENCIA DO CLIENTE
      * NOM-CIDADE/SIG-UF/   (VIDE ARQENT01)
      * NUM-CEP
      * VLR-PRINCIPAL      : VALOR FINANCIADO (PRINCIPAL)
      * PCT-TAXA-MES       : TAXA DE JUROS MENSAL EM PERCENTUAL (EX.:
      *                      0025000 = 2,5000% A.M.) - ZEROS = SEM JUROS
      * QTD-PARCELAS       : PRAZO EM MESES (001-999)
      * DAT-PRIMEIRO-VENC  : VENCIMENTO DA PRIMEIRA PARCELA ==>
      *                      dd.mm.aaaa - AS DEMAIS VENCEM MENSALMENTE
      * IND-SISTEMA-AMORT  : 'P' = PRICE (PARCELAS IGUAIS)
      *                      'S' = SAC (AMORTIZACAO CONSTANTE)
      * IND-TIPO-PESSOA    : 'F' = CPF, 'J' = CNPJ - OBRIGATORIO NA
      *                      ORIGINACAO
      * NUM-DOCUMENTO      : CPF OU CNPJ DO CLIENTE - OBRIGATORIO NA
      *                      ORIGINACAO, COM OS DIGITOS VERIFICADORES
      *                      CRITICADOS COMO NO EXER0313
      * COD-OPERADOR       : OPERADOR QUE DIGITOU A TRANSACAO -
      *                      OBRIGATORIO NA ORIGINACAO (GRAVADO NO LOG
      *                      DE ALTERACOES DO CADASTRO, AUD03113).
      *                      CAMPOS ACRESCENTADOS NO FIM DO REGISTRO
      ******************************************************************

          01 TRN08-REGISTRO.
             03 TRN08-IND-TIPO-TRANSACAO   PIC X(01) VALUE SPACES.
                88 TRN08-TRANS-ORIGINACAO  VALUE 'O'.
                88 TRN08-TRANS-SIMULACAO   VALUE 'S'.
             03 TRN08-CHAVE.
                05 TRN08-COD-AGENCIA       PIC 9(04) VALUE 0.
                05 TRN08-NUM-CONTA         PIC 9(08) VALUE 0.
                05 TRN08-NUM-CONTRATO      PIC 9(02) VALUE 0.
             03 TRN08-NOM-CLIENTE          PIC X(40) VALUE SPACES.
             03 TRN08-DAT-EMPRE            PIC X(10) VALUE SPACES.
             03 TRN08-IND-TIPO-CONTAGEM    PIC X(01) VALUE SPACES.
             03 TRN08-COD-PRODUTO          PIC 9(03) VALUE ZEROS.
             03 TRN08-DES-LOGRADOURO       PIC X(40) VALUE SPACES.
             03 TRN08-NOM-CIDADE           PIC X(20) VALUE SPACES.
             03 TRN08-SIG-UF               PIC X(02) VALUE SPACES.
             03 TRN08-NUM-CEP              PIC 9(08) VALUE ZEROS.
             03 TRN08-VLR-PRINCIPAL        PIC 9(09)V99 VALUE ZEROS.
             03 TRN08-PCT-TAXA-MES         PIC 9(03)V9(04) VALUE ZEROS.
             03 TRN08-QTD-PARCELAS         PIC 9(03) VALUE ZEROS.
             03 TRN08-DAT-PRIMEIRO-VENC    PIC X(10) VALUE SPACES.
             03 TRN08-IND-SISTEMA-AMORT    PIC X(01) VALUE SPACES.
                88 TRN08-AMORT-PRICE       VALUE 'P'.
                88 TRN08-AMORT-SAC         VALUE 'S'.
             03 TRN08-IND-TIPO-PESSOA      PIC X(01) VALUE SPACES.
             03 TRN08-NUM-DOCUMENTO        PIC 9(14) VALUE ZEROS.
             03 TRN08-COD-OPERADOR         PIC X(08) VALUE SPACES.
