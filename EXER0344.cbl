      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0344.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: ORIGINACAO DE CONTRATOS - A PARTIR DO         *
      *    PRINCIPAL, DA TAXA MENSAL, DO PRAZO, DO PRIMEIRO VENCIMENTO *
      *    E DO SISTEMA DE AMORTIZACAO (PRICE OU SAC) INFORMADOS NA    *
      *    TRANSACAO (TRN03144), CRIA O REGISTRO DO CADASTRO           *
      *    (ARQENT01) E GERA DE UMA SO VEZ O PLANO DE PARCELAS         *
      *    COMPLETO (ARQPLA01), CADA PARCELA COM A AMORTIZACAO, OS     *
      *    JUROS E O SALDO DEVEDOR APOS O PAGAMENTO - BASE PARA A      *
      *    CONTABILIDADE LANCAR A RECEITA DE JUROS SEPARADA DA         *
      *    REDUCAO DO PRINCIPAL (VIDE JUR03112/EXER0322).              *
      *    A TRANSACAO 'S' SO CALCULA E LISTA O PLANO, SEM GRAVAR.     *
      *    A INCLUSAO NO CADASTRO E GRAVADA NO LOG DE ALTERACOES       *
      *    (ARQAUD01) COM O OPERADOR DA TRANSACAO, COMO NO EXER0313.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRN01                                  TRN03144
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQPRD01                                  PRD03112
      *      ARQAUD01                                  AUD03113
      *      ARQLST01                                  LST03144
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *      CALE2000 - CRITICA DAS DATAS DA TRANSACAO                 *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
        ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
        CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
        SPECIAL-NAMES.
            DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------*
        INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
        FILE-CONTROL.
      *
            SELECT ARQTRN01 ASSIGN      TO UT-S-ARQTRN01
                       FILE STATUS      IS WRK-FS-ARQTRN01.

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQPLA01 ASSIGN      TO UT-S-ARQPLA01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PLA01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPLA01.

            SELECT ARQPRD01 ASSIGN      TO UT-S-ARQPRD01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PRD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPRD01.

            SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                       FILE STATUS      IS WRK-FS-ARQLST01.

            SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                       FILE STATUS      IS WRK-FS-ARQAUD01.

      *
      *================================================================*
        DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
        FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ARQUIVO DOS REGISTROS DE ENTRADA E SAIDA                    *
      *----------------------------------------------------------------*
      *

        FD  ARQTRN01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQTRN01             PIC X(194).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQPRD01
            LABEL RECORD   IS STANDARD.
            COPY PRD03112.

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(125).

        FD  ARQAUD01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQAUD01             PIC X(469).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

            COPY TRN03144.
            COPY LST03144.
            COPY CALEWAAA.
            COPY AUD03113.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQTRN01      PIC  9(005)         VALUE ZEROS.
        77 ACU-ORIGINADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-SIMULADOS           PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-GRAVA-ARQPLA01      PIC  9(007)         VALUE ZEROS.
        77 ACU-GRAVA-ARQAUD01      PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0344'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
      * VALIDACAO DA TRANSACAO ANTES DE TOCAR OS ARQUIVOS INDEXADOS
      * (VIDE 3600-VALIDA-TRANSACAO) - AS DATAS SAO CRITICADAS PELA
      * PROPRIA ROTINA CALE2000 E O PRODUTO CONTRA A TABELA DE
      * CARENCIAS POR PRODUTO (ARQPRD01), COMO NO EXER0313
        77 WRK-CALE2000            PIC  X(008)       VALUE 'CALE2000'.
        77 WRK-IND-TRN-VALIDA      PIC  X(001)       VALUE 'S'.
           88 WRK-TRN-VALIDA       VALUE 'S'.
        77 WRK-IND-PRODUTO-ACHADO  PIC  X(001)       VALUE 'N'.
           88 WRK-PRODUTO-ACHADO   VALUE 'S'.
        77 WRK-DAT-VALIDAR         PIC  X(010)       VALUE SPACES.
      *
      * CRITICA DO CPF/CNPJ (VIDE 3660-VALIDA-DOCUMENTO) - O CPF OCUPA
      * AS 11 ULTIMAS POSICOES DO DOCUMENTO, O CNPJ AS 14. OS DIGITOS
      * VERIFICADORES SAO MODULO 11: O CPF COM PESOS DECRESCENTES A
      * PARTIR DE 10 (1O. DV) E DE 11 (2O. DV), O CNPJ COM A TABELA
      * DE PESOS ABAIXO (A PARTIR DA 2A. POSICAO NO 1O. DV)
        01 WRK-DOC-NUMERO          PIC  9(014)       VALUE ZEROS.
        01 WRK-DOC-TAB-DIGITOS     REDEFINES WRK-DOC-NUMERO.
           05 WRK-DOC-DIGITO       PIC  9(001)       OCCURS 14.
        01 WRK-DOC-PESOS-CNPJ.
           05 FILLER               PIC  X(013)       VALUE
              '6543298765432'.
        01 WRK-DOC-TAB-PESOS       REDEFINES WRK-DOC-PESOS-CNPJ.
           05 WRK-DOC-PESO-CNPJ    PIC  9(001)       OCCURS 13.
        77 WRK-IND-SUB-DOC         PIC  9(002)       VALUE ZEROS.
        77 WRK-IND-SUB-PESO        PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-POS-INICIO      PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-POS-FIM         PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-PESO            PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-SOMA            PIC  9(005)       VALUE ZEROS.
        77 WRK-DOC-QUOCIENTE       PIC  9(005)       VALUE ZEROS.
        77 WRK-DOC-RESTO           PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-DV              PIC  9(001)       VALUE ZEROS.
        77 WRK-IND-DOC-REPETIDO    PIC  X(001)       VALUE 'N'.
           88 WRK-DOC-REPETIDO     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
      * DATAS dd.mm.aaaa DA TRANSACAO EM AAAAMMDD PARA COMPARACAO
        01 WRK-DAT-EDIT-AUX.
           03 WRK-AUX-DIA          PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-AUX-MES          PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-AUX-ANO          PIC  9(004)         VALUE ZEROS.
        77 WRK-DAT-EMPRE-AAAAMMDD  PIC  9(008)         VALUE ZEROS.
        77 WRK-DAT-VENC-AAAAMMDD   PIC  9(008)         VALUE ZEROS.
      *
      * CALCULO DO PLANO - TAXA MENSAL EM FRACAO DECIMAL, FATOR DE
      * CAPITALIZACAO (1 + TAXA) ** PRAZO DA TABELA PRICE, PARCELA
      * CONSTANTE (PRICE) OU AMORTIZACAO CONSTANTE (SAC). A ULTIMA
      * PARCELA AMORTIZA O SALDO RESTANTE, ABSORVENDO OS ARREDONDA-
      * MENTOS DAS ANTERIORES - O PLANO SEMPRE QUITA O PRINCIPAL
        77 WRK-TAXA-MES            PIC  9(001)V9(008)  VALUE ZEROS.
        77 WRK-FATOR-CAPIT         PIC  9(009)V9(009)  VALUE ZEROS.
        77 WRK-VLR-PARCELA-PRICE   PIC  9(009)V99      VALUE ZEROS.
        77 WRK-VLR-AMORT-SAC       PIC  9(009)V99      VALUE ZEROS.
        77 WRK-VLR-SALDO           PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-JUROS-CALC      PIC  9(009)V99      VALUE ZEROS.
        77 WRK-VLR-AMORT-CALC      PIC  9(009)V99      VALUE ZEROS.
        77 WRK-VLR-TOTAL-JUROS     PIC  9(011)V99      VALUE ZEROS.
      *
      * PLANO CALCULADO - MONTADO POR INTEIRO ANTES DA GRAVACAO PARA O
      * CADASTRO RECEBER O VALOR DA PRIMEIRA PARCELA
        01 WRK-TAB-PLANO.
           03 WRK-PLN-OCORRENCIA   OCCURS 999 TIMES.
              05 WRK-PLN-DAT-VENCIMENTO PIC X(010).
              05 WRK-PLN-VLR-PARCELA    PIC 9(009)V99.
              05 WRK-PLN-VLR-PRINCIPAL  PIC 9(009)V99.
              05 WRK-PLN-VLR-JUROS      PIC 9(009)V99.
              05 WRK-PLN-VLR-SALDO      PIC 9(011)V99.
        77 WRK-IND-SUB-PARC        PIC  9(003)         VALUE ZEROS.
      *
      * VENCIMENTOS MENSAIS A PARTIR DO PRIMEIRO (MESMA REGRA DA
      * RENEGOCIACAO DO EXER0314 - VIDE 3200-20-AVANCA-MES)
        01 WRK-DAT-VENC-EDIT.
           03 WRK-VENC-DIA         PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-VENC-MES         PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-VENC-ANO         PIC  9(004)         VALUE ZEROS.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQTRN01      VALUE 'ARQTRN01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQPRD01      VALUE 'ARQPRD01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
           88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQTRN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-TRN01-OK   VALUE '00'.
              88 WRK-FS-TRN01-FIM  VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK           VALUE '00'.
              88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK           VALUE '00'.
              88 WRK-FS-PLA01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-PLA01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQPRD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRD01-OK   VALUE '00'.
           05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LST01-OK   VALUE '00'.
           05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AUD01-OK   VALUE '00'.
              88 WRK-FS-AUD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
        0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
            PERFORM 1000-INICIALIZAR
      *
            PERFORM 3000-PROCESSAR
                UNTIL WRK-FS-TRN01-FIM
      *
            PERFORM 4000-FINALIZAR
            .
      *
      *----------------------------------------------------------------*
        0000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
        1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            OPEN INPUT ARQTRN01
      *
            IF NOT WRK-FS-TRN01-OK
               MOVE WRK-FS-ARQTRN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01         TO TRUE
            OPEN I-O ARQENT01
      *
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPLA01         TO TRUE
            OPEN I-O ARQPLA01
            IF WRK-FS-PLA01-NAO-EXISTE
               OPEN OUTPUT ARQPLA01
               IF WRK-FS-PLA01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQPLA01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQPLA01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPRD01         TO TRUE
            OPEN INPUT ARQPRD01
      *
            IF NOT WRK-FS-PRD01-OK
               MOVE WRK-FS-ARQPRD01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01         TO TRUE
            OPEN OUTPUT ARQLST01
      *
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * LOG DE ALTERACOES DO CADASTRO - AS INCLUSOES SE SOMAM AS DO
      * EXER0313 NO MESMO ARQUIVO (CRIADO SE AINDA NAO EXISTE)
            SET WRK-CN-ARQAUD01         TO TRUE
            OPEN EXTEND ARQAUD01
            IF WRK-FS-AUD01-NAO-EXISTE
               OPEN OUTPUT ARQAUD01
            END-IF
      *
            IF NOT WRK-FS-AUD01-OK
               MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO - CRITICA A TRANSACAO, CALCULA O    *
      *    PLANO E, NA ORIGINACAO, GRAVA CADASTRO E PARCELAS           *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN TRN08-TRANS-ORIGINACAO
                WHEN TRN08-TRANS-SIMULACAO
                     PERFORM 3600-VALIDA-TRANSACAO
                     IF WRK-TRN-VALIDA
                        PERFORM 3200-CALCULA-PLANO
                     END-IF
                     IF WRK-TRN-VALIDA
                        PERFORM 3100-ORIGINAR-CONTRATO
                     ELSE
                        PERFORM 3700-REJEITA-TRANSACAO
                     END-IF
                WHEN OTHER
                     PERFORM 3400-TRANSACAO-INVALIDA
            END-EVALUATE
      *
            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O CONTRATO NOVO NO CADASTRO (VLR-PARCELA = PRIMEIRA   *
      *    PARCELA DO PLANO) E AS PARCELAS NO PLANO - NA SIMULACAO SO  *
      *    LISTA. A LINHA DO CONTRATO E SEGUIDA DAS LINHAS DO PLANO    *
      *----------------------------------------------------------------*
        3100-ORIGINAR-CONTRATO           SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN08-TRANS-SIMULACAO
               ADD 1 TO ACU-SIMULADOS
               MOVE 'SIMULACAO DO PLANO - NADA GRAVADO'
                                        TO WRK-DES-RESULTADO
            ELSE
               PERFORM 3110-GRAVA-CADASTRO
               PERFORM 3120-GRAVA-PARCELA
                   VARYING WRK-IND-SUB-PARC FROM 1 BY 1
                   UNTIL WRK-IND-SUB-PARC GREATER TRN08-QTD-PARCELAS
               ADD 1 TO ACU-ORIGINADOS
               MOVE 'CONTRATO ORIGINADO COM SUCESSO'
                                        TO WRK-DES-RESULTADO
            END-IF
      *
            PERFORM 3900-GRAVA-LISTAGEM
      *
            PERFORM 3910-LISTA-PARCELA
                VARYING WRK-IND-SUB-PARC FROM 1 BY 1
                UNTIL WRK-IND-SUB-PARC GREATER TRN08-QTD-PARCELAS
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    INCLUSAO DO CONTRATO NOVO NO CADASTRO INDEXADO - A CHAVE JA *
      *    FOI CONFERIDA EM 3650-VERIFICA-CONTRATO                     *
      *----------------------------------------------------------------*
        3110-GRAVA-CADASTRO              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  ARQENT01-REGISTRO
            MOVE TRN08-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE TRN08-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE TRN08-NUM-CONTRATO     TO ARQENT01-NUM-CONTRATO
            MOVE TRN08-NOM-CLIENTE      TO ARQENT01-NOM-CLIENTE
            MOVE TRN08-DAT-EMPRE        TO ARQENT01-DAT-EMPRE
            MOVE WRK-PLN-VLR-PARCELA (1) TO ARQENT01-VLR-PARCELA
            MOVE TRN08-IND-TIPO-CONTAGEM TO ARQENT01-IND-TIPO-CONTAGEM
            MOVE TRN08-COD-PRODUTO      TO ARQENT01-COD-PRODUTO
            MOVE 'A'                    TO ARQENT01-IND-SITUACAO
            MOVE ZEROS                  TO ARQENT01-DAT-INATIVACAO
            MOVE 'N'                 TO ARQENT01-IND-ENDERECO-INVALIDO
            MOVE TRN08-DES-LOGRADOURO   TO ARQENT01-DES-LOGRADOURO
            MOVE TRN08-NOM-CIDADE       TO ARQENT01-NOM-CIDADE
            MOVE TRN08-SIG-UF           TO ARQENT01-SIG-UF
            MOVE TRN08-NUM-CEP          TO ARQENT01-NUM-CEP
            MOVE TRN08-IND-TIPO-PESSOA  TO ARQENT01-IND-TIPO-PESSOA
            MOVE TRN08-NUM-DOCUMENTO    TO ARQENT01-NUM-DOCUMENTO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            WRITE ARQENT01-REGISTRO
      *
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            PERFORM 3950-GRAVA-AUDITORIA
            .
      *
      *----------------------------------------------------------------*
        3110-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA PARCELA DO PLANO CALCULADO NO PLANO INDEXADO      *
      *----------------------------------------------------------------*
        3120-GRAVA-PARCELA               SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  PLA01-REGISTRO
            MOVE TRN08-COD-AGENCIA      TO PLA01-COD-AGENCIA
            MOVE TRN08-NUM-CONTA        TO PLA01-NUM-CONTA
            MOVE TRN08-NUM-CONTRATO     TO PLA01-NUM-CONTRATO
            MOVE WRK-IND-SUB-PARC       TO PLA01-NUM-PARCELA
            MOVE WRK-PLN-DAT-VENCIMENTO (WRK-IND-SUB-PARC)
                                        TO PLA01-DAT-VENCIMENTO
            MOVE WRK-PLN-VLR-PARCELA (WRK-IND-SUB-PARC)
                                        TO PLA01-VLR-PARCELA
            SET PLA01-PARCELA-ABERTA    TO TRUE
            MOVE ZEROS                  TO PLA01-DAT-PAGAMENTO
            MOVE WRK-PLN-VLR-PRINCIPAL (WRK-IND-SUB-PARC)
                                        TO PLA01-VLR-PRINCIPAL
            MOVE WRK-PLN-VLR-JUROS (WRK-IND-SUB-PARC)
                                        TO PLA01-VLR-JUROS
            MOVE WRK-PLN-VLR-SALDO (WRK-IND-SUB-PARC)
                                        TO PLA01-VLR-SALDO-DEVEDOR
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            WRITE PLA01-REGISTRO
      *
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            ADD 1                       TO ACU-GRAVA-ARQPLA01
            .
      *
      *----------------------------------------------------------------*
        3120-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CALCULA O PLANO INTEIRO NA TABELA DE TRABALHO:              *
      *    PRICE - PARCELA CONSTANTE = PRINCIPAL X TAXA X FATOR /      *
      *            (FATOR - 1), FATOR = (1 + TAXA) ** PRAZO;           *
      *    SAC   - AMORTIZACAO CONSTANTE = PRINCIPAL / PRAZO.          *
      *    TAXA ZERO: PARCELA = AMORTIZACAO = PRINCIPAL / PRAZO NOS    *
      *    DOIS SISTEMAS. PRAZO/TAXA QUE ESTOURAM O FATOR SAO          *
      *    REJEITADOS                                                  *
      *----------------------------------------------------------------*
        3200-CALCULA-PLANO               SECTION.
      *----------------------------------------------------------------*
      *
            COMPUTE WRK-TAXA-MES = TRN08-PCT-TAXA-MES / 100
            MOVE ZEROS                  TO WRK-VLR-PARCELA-PRICE
                                           WRK-VLR-AMORT-SAC
                                           WRK-VLR-TOTAL-JUROS
      *
            IF WRK-TAXA-MES EQUAL ZEROS
               COMPUTE WRK-VLR-PARCELA-PRICE ROUNDED =
                       TRN08-VLR-PRINCIPAL / TRN08-QTD-PARCELAS
            ELSE
               COMPUTE WRK-FATOR-CAPIT ROUNDED =
                       (1 + WRK-TAXA-MES) ** TRN08-QTD-PARCELAS
                   ON SIZE ERROR
                       MOVE 'N'         TO WRK-IND-TRN-VALIDA
                       MOVE 'REJEITADO - TAXA/PRAZO FORA DO LIMITE'
                                        TO WRK-DES-RESULTADO
                       GO TO 3200-99-FIM
               END-COMPUTE
               COMPUTE WRK-VLR-PARCELA-PRICE ROUNDED =
                       TRN08-VLR-PRINCIPAL * WRK-TAXA-MES
                       * WRK-FATOR-CAPIT / (WRK-FATOR-CAPIT - 1)
                   ON SIZE ERROR
                       MOVE 'N'         TO WRK-IND-TRN-VALIDA
                       MOVE 'REJEITADO - TAXA/PRAZO FORA DO LIMITE'
                                        TO WRK-DES-RESULTADO
                       GO TO 3200-99-FIM
               END-COMPUTE
            END-IF
      *
            COMPUTE WRK-VLR-AMORT-SAC ROUNDED =
                    TRN08-VLR-PRINCIPAL / TRN08-QTD-PARCELAS
      *
            MOVE TRN08-VLR-PRINCIPAL    TO WRK-VLR-SALDO
            MOVE TRN08-DAT-PRIMEIRO-VENC TO WRK-DAT-VENC-EDIT
      *
            PERFORM 3200-10-CALCULA-PARCELA
                VARYING WRK-IND-SUB-PARC FROM 1 BY 1
                UNTIL WRK-IND-SUB-PARC GREATER TRN08-QTD-PARCELAS
                   OR NOT WRK-TRN-VALIDA
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CALCULA UMA PARCELA: JUROS DO MES SOBRE O SALDO DEVEDOR,    *
      *    AMORTIZACAO PELO SISTEMA DA TRANSACAO (A ULTIMA AMORTIZA O  *
      *    SALDO RESTANTE) E SALDO DEVEDOR APOS O PAGAMENTO            *
      *----------------------------------------------------------------*
        3200-10-CALCULA-PARCELA          SECTION.
      *----------------------------------------------------------------*
      *
            COMPUTE WRK-VLR-JUROS-CALC ROUNDED =
                    WRK-VLR-SALDO * WRK-TAXA-MES
      *
            EVALUATE TRUE
                WHEN WRK-IND-SUB-PARC EQUAL TRN08-QTD-PARCELAS
                     MOVE WRK-VLR-SALDO TO WRK-VLR-AMORT-CALC
                WHEN TRN08-AMORT-PRICE
                     IF WRK-VLR-PARCELA-PRICE
                                GREATER WRK-VLR-JUROS-CALC
                        COMPUTE WRK-VLR-AMORT-CALC =
                                WRK-VLR-PARCELA-PRICE
                                - WRK-VLR-JUROS-CALC
                     ELSE
                        MOVE ZEROS      TO WRK-VLR-AMORT-CALC
                     END-IF
                WHEN OTHER
                     MOVE WRK-VLR-AMORT-SAC TO WRK-VLR-AMORT-CALC
            END-EVALUATE
      *
            IF WRK-VLR-AMORT-CALC GREATER WRK-VLR-SALDO
               MOVE WRK-VLR-SALDO       TO WRK-VLR-AMORT-CALC
            END-IF
      *
            SUBTRACT WRK-VLR-AMORT-CALC FROM WRK-VLR-SALDO
            ADD WRK-VLR-JUROS-CALC      TO WRK-VLR-TOTAL-JUROS
      *
            MOVE WRK-DAT-VENC-EDIT
                         TO WRK-PLN-DAT-VENCIMENTO (WRK-IND-SUB-PARC)
            MOVE WRK-VLR-AMORT-CALC
                         TO WRK-PLN-VLR-PRINCIPAL (WRK-IND-SUB-PARC)
            MOVE WRK-VLR-JUROS-CALC
                         TO WRK-PLN-VLR-JUROS (WRK-IND-SUB-PARC)
            MOVE WRK-VLR-SALDO
                         TO WRK-PLN-VLR-SALDO (WRK-IND-SUB-PARC)
            COMPUTE WRK-PLN-VLR-PARCELA (WRK-IND-SUB-PARC) =
                    WRK-VLR-AMORT-CALC + WRK-VLR-JUROS-CALC
                ON SIZE ERROR
                    MOVE 'N'            TO WRK-IND-TRN-VALIDA
                    MOVE 'REJEITADO - VALOR DA PARCELA FORA DO LIMITE'
                                        TO WRK-DES-RESULTADO
            END-COMPUTE
      *
            PERFORM 3200-20-AVANCA-MES
            .
      *
      *----------------------------------------------------------------*
        3200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    AVANCA O VENCIMENTO EM UM MES - DIA MAIOR QUE 28 E          *
      *    AJUSTADO PARA 28, PARA O VENCIMENTO EXISTIR EM QUALQUER MES *
      *----------------------------------------------------------------*
        3200-20-AVANCA-MES               SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO WRK-VENC-MES
            IF WRK-VENC-MES GREATER 12
               MOVE 1                   TO WRK-VENC-MES
               ADD 1                    TO WRK-VENC-ANO
            END-IF
            IF WRK-VENC-DIA GREATER 28
               MOVE 28                  TO WRK-VENC-DIA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3200-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRANSACAO COM TIPO NAO RECONHECIDO ('O'/'S')                *
      *----------------------------------------------------------------*
        3400-TRANSACAO-INVALIDA          SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1 TO ACU-REJEITADOS
            MOVE 'N'                     TO WRK-IND-TRN-VALIDA
            MOVE 'REJEITADO - TIPO DE TRANSACAO INVALIDO'
                                         TO WRK-DES-RESULTADO
      *
            PERFORM 3900-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA DA TRANSACAO DE ORIGINACAO/SIMULACAO - PARA NO      *
      *    PRIMEIRO ERRO, COM O MOTIVO EM WRK-DES-RESULTADO            *
      *----------------------------------------------------------------*
        3600-VALIDA-TRANSACAO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-TRN-VALIDA
      *
            IF TRN08-TRANS-ORIGINACAO
               AND TRN08-COD-OPERADOR EQUAL SPACES
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - OPERADOR NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               GO TO 3600-99-FIM
            END-IF
      *
            PERFORM 3610-VALIDA-DATAS
            IF WRK-TRN-VALIDA
               PERFORM 3620-VALIDA-VALORES
            END-IF
            IF WRK-TRN-VALIDA
               PERFORM 3630-VALIDA-TIPO-CONTAGEM
            END-IF
            IF WRK-TRN-VALIDA
               PERFORM 3640-VALIDA-COD-PRODUTO
            END-IF
            IF WRK-TRN-VALIDA
               AND TRN08-TRANS-ORIGINACAO
               PERFORM 3660-VALIDA-DOCUMENTO
            END-IF
            IF WRK-TRN-VALIDA
               PERFORM 3650-VERIFICA-CONTRATO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA A DATA DA CONTRATACAO E O PRIMEIRO VENCIMENTO PELA  *
      *    CALE2000 - O PRIMEIRO VENCIMENTO DEVE SER POSTERIOR A       *
      *    CONTRATACAO                                                 *
      *----------------------------------------------------------------*
        3610-VALIDA-DATAS                SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN08-DAT-EMPRE        TO WRK-DAT-VALIDAR
            PERFORM 3610-10-CRITICA-DATA
            IF NOT CALE01-RETORNO-OK
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - DAT-EMPRE INVALIDA (CALE2000)'
                                        TO WRK-DES-RESULTADO
               GO TO 3610-99-FIM
            END-IF
      *
            MOVE TRN08-DAT-PRIMEIRO-VENC TO WRK-DAT-VALIDAR
            PERFORM 3610-10-CRITICA-DATA
            IF NOT CALE01-RETORNO-OK
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - PRIMEIRO VENCIMENTO INVALIDO'
                                        TO WRK-DES-RESULTADO
               GO TO 3610-99-FIM
            END-IF
      *
            MOVE TRN08-DAT-EMPRE        TO WRK-DAT-EDIT-AUX
            COMPUTE WRK-DAT-EMPRE-AAAAMMDD =
                    WRK-AUX-ANO * 10000 + WRK-AUX-MES * 100
                    + WRK-AUX-DIA
            MOVE TRN08-DAT-PRIMEIRO-VENC TO WRK-DAT-EDIT-AUX
            COMPUTE WRK-DAT-VENC-AAAAMMDD =
                    WRK-AUX-ANO * 10000 + WRK-AUX-MES * 100
                    + WRK-AUX-DIA
      *
            IF WRK-DAT-VENC-AAAAMMDD NOT GREATER WRK-DAT-EMPRE-AAAAMMDD
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - PRIMEIRO VENCIMENTO ANTES DO EMPRE'
                                        TO WRK-DES-RESULTADO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3610-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA UMA DATA dd.mm.aaaa PELA PROPRIA ROTINA CALE2000    *
      *    (DATA CONTRA ELA MESMA - RETORNO NAO-ZERO = DATA INVALIDA)  *
      *----------------------------------------------------------------*
        3610-10-CRITICA-DATA             SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  CALE01-REGISTRO
            MOVE 'CALE0001'             TO CALE01-ID-BLOCO
            MOVE LENGTH                 OF CALE01-REGISTRO
                                        TO CALE01-TAM-BLOCO
            MOVE 'F3'                   TO CALE01-FUNCAO
            SET CALE01-SF-DIAS-CORRIDOS TO TRUE
            MOVE 007                    TO CALE01-FORMATO-ARGUMENTO-INI
            MOVE 007                   TO CALE01-FORMATO-ARGUMENTO-FINAL
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-INI
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-FINAL
            MOVE ZEROS                  TO CALE01-COD-IDIOMA
            MOVE ZEROS                  TO CALE01-COD-LOCALIDADE
            MOVE WRK-DAT-VALIDAR        TO CALE01-VLR-ARGUMENTO-INI
            MOVE WRK-DAT-VALIDAR        TO CALE01-VLR-ARGUMENTO-FINAL
      *
            CALL WRK-CALE2000           USING CALE01-REGISTRO
            .
      *
      *----------------------------------------------------------------*
        3610-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA PRINCIPAL (MAIOR QUE ZERO), PRAZO (MAIOR QUE ZERO)  *
      *    E SISTEMA DE AMORTIZACAO ('P' OU 'S')                       *
      *----------------------------------------------------------------*
        3620-VALIDA-VALORES              SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN TRN08-VLR-PRINCIPAL NOT GREATER ZEROS
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - VLR-PRINCIPAL NAO MAIOR QUE ZERO'
                                        TO WRK-DES-RESULTADO
                WHEN TRN08-QTD-PARCELAS NOT GREATER ZEROS
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - QTDE DE PARCELAS INVALIDA'
                                        TO WRK-DES-RESULTADO
                WHEN NOT TRN08-AMORT-PRICE
                 AND NOT TRN08-AMORT-SAC
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - SISTEMA DE AMORTIZACAO INVALIDO'
                                        TO WRK-DES-RESULTADO
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3620-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA O TIPO DE CONTAGEM DE DIAS - SO 'C', 'U' OU BRANCO  *
      *----------------------------------------------------------------*
        3630-VALIDA-TIPO-CONTAGEM        SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN08-IND-TIPO-CONTAGEM NOT EQUAL 'C'
               AND TRN08-IND-TIPO-CONTAGEM NOT EQUAL 'U'
               AND TRN08-IND-TIPO-CONTAGEM NOT EQUAL SPACES
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - IND-TIPO-CONTAGEM INVALIDO'
                                        TO WRK-DES-RESULTADO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3630-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA O CODIGO DO PRODUTO - QUANDO INFORMADO (MAIOR QUE   *
      *    ZERO) DEVE EXISTIR NA TABELA DE CARENCIAS POR PRODUTO       *
      *    (ARQPRD01) COM AO MENOS UMA VIGENCIA CADASTRADA             *
      *----------------------------------------------------------------*
        3640-VALIDA-COD-PRODUTO          SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN08-COD-PRODUTO GREATER ZEROS
               MOVE 'N'                 TO WRK-IND-PRODUTO-ACHADO
               MOVE TRN08-COD-PRODUTO   TO PRD01-COD-PRODUTO
               MOVE ZEROS               TO PRD01-DAT-INI-VIGENCIA
      *
               SET WRK-CN-READ          TO TRUE
               SET WRK-CN-ARQPRD01      TO TRUE
               START ARQPRD01 KEY GREATER PRD01-CHAVE
      *
               EVALUATE WRK-FS-ARQPRD01
                   WHEN '00'
                        READ ARQPRD01   NEXT RECORD
                        IF WRK-FS-PRD01-OK
                           AND PRD01-COD-PRODUTO
                                        EQUAL TRN08-COD-PRODUTO
                           SET WRK-PRODUTO-ACHADO TO TRUE
                        END-IF
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQPRD01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
      *
               IF NOT WRK-PRODUTO-ACHADO
                  MOVE 'N'              TO WRK-IND-TRN-VALIDA
                  MOVE 'REJEITADO - COD-PRODUTO INEXISTENTE'
                                        TO WRK-DES-RESULTADO
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3640-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    O CONTRATO NOVO NAO PODE EXISTIR NO CADASTRO NEM TER        *
      *    PARCELAS NO PLANO (RESIDUO DE DIGITACAO PELO EXER0314)      *
      *----------------------------------------------------------------*
        3650-VERIFICA-CONTRATO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN08-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE TRN08-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE TRN08-NUM-CONTRATO     TO ARQENT01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - CONTRATO JA CADASTRADO'
                                        TO WRK-DES-RESULTADO
                     GO TO 3650-99-FIM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            MOVE TRN08-COD-AGENCIA      TO PLA01-COD-AGENCIA
            MOVE TRN08-NUM-CONTA        TO PLA01-NUM-CONTA
            MOVE TRN08-NUM-CONTRATO     TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE
      *
            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     READ ARQPLA01      NEXT RECORD
                     IF WRK-FS-PLA01-OK
                        AND PLA01-COD-AGENCIA EQUAL TRN08-COD-AGENCIA
                        AND PLA01-NUM-CONTA EQUAL TRN08-NUM-CONTA
                        AND PLA01-NUM-CONTRATO EQUAL TRN08-NUM-CONTRATO
                        MOVE 'N'        TO WRK-IND-TRN-VALIDA
                        MOVE 'REJEITADO - CONTRATO JA POSSUI PLANO'
                                        TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3650-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA O CPF/CNPJ DO CLIENTE - TIPO DE PESSOA 'F' (CPF) OU *
      *    'J' (CNPJ), DOCUMENTO MAIOR QUE ZERO (O CPF COM NO MAXIMO   *
      *    11 DIGITOS), NAO FORMADO POR UM MESMO DIGITO REPETIDO E     *
      *    COM OS DOIS DIGITOS VERIFICADORES CORRETOS                  *
      *----------------------------------------------------------------*
        3660-VALIDA-DOCUMENTO            SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN08-IND-TIPO-PESSOA NOT EQUAL 'F'
               AND TRN08-IND-TIPO-PESSOA NOT EQUAL 'J'
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - IND-TIPO-PESSOA INVALIDO'
                                        TO WRK-DES-RESULTADO
               GO TO 3660-99-FIM
            END-IF
      *
            IF TRN08-NUM-DOCUMENTO NOT GREATER ZEROS
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - CPF/CNPJ NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               GO TO 3660-99-FIM
            END-IF
      *
            MOVE TRN08-NUM-DOCUMENTO    TO WRK-DOC-NUMERO
            IF TRN08-IND-TIPO-PESSOA EQUAL 'F'
               IF WRK-DOC-NUMERO GREATER 99999999999
                  MOVE 'N'              TO WRK-IND-TRN-VALIDA
                  MOVE 'REJEITADO - CPF COM MAIS DE 11 DIGITOS'
                                        TO WRK-DES-RESULTADO
                  GO TO 3660-99-FIM
               END-IF
               MOVE 4                   TO WRK-DOC-POS-INICIO
            ELSE
               MOVE 1                   TO WRK-DOC-POS-INICIO
            END-IF
      *
            MOVE 'S'                    TO WRK-IND-DOC-REPETIDO
            COMPUTE WRK-DOC-POS-FIM = WRK-DOC-POS-INICIO + 1
            PERFORM 3660-10-COMPARA-DIGITO
                VARYING WRK-IND-SUB-DOC FROM WRK-DOC-POS-FIM BY 1
                UNTIL WRK-IND-SUB-DOC GREATER 14
                   OR NOT WRK-DOC-REPETIDO
            IF WRK-DOC-REPETIDO
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - CPF/CNPJ COM DIGITOS TODOS IGUAIS'
                                        TO WRK-DES-RESULTADO
               GO TO 3660-99-FIM
            END-IF
      *
            MOVE 12                     TO WRK-DOC-POS-FIM
            PERFORM 3660-20-CALCULA-DV
            IF WRK-DOC-DV EQUAL WRK-DOC-DIGITO (13)
               MOVE 13                  TO WRK-DOC-POS-FIM
               PERFORM 3660-20-CALCULA-DV
            END-IF
            IF WRK-DOC-DV NOT EQUAL WRK-DOC-DIGITO (WRK-DOC-POS-FIM + 1)
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - CPF/CNPJ COM DIGITO VERIFICADOR ERRADO'
                                        TO WRK-DES-RESULTADO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3660-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    COMPARA UM DIGITO DO DOCUMENTO COM O PRIMEIRO DIGITO        *
      *----------------------------------------------------------------*
        3660-10-COMPARA-DIGITO           SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-DOC-DIGITO (WRK-IND-SUB-DOC) NOT EQUAL
               WRK-DOC-DIGITO (WRK-DOC-POS-INICIO)
               MOVE 'N'                 TO WRK-IND-DOC-REPETIDO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3660-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CALCULA O DIGITO VERIFICADOR MODULO 11 DOS DIGITOS DO       *
      *    INICIO DO DOCUMENTO ATE WRK-DOC-POS-FIM (RESTO 0 OU 1 = 0,  *
      *    DEMAIS = 11 MENOS O RESTO)                                  *
      *----------------------------------------------------------------*
        3660-20-CALCULA-DV               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-DOC-SOMA
            PERFORM 3660-30-SOMA-DIGITO
                VARYING WRK-IND-SUB-DOC FROM WRK-DOC-POS-INICIO BY 1
                UNTIL WRK-IND-SUB-DOC GREATER WRK-DOC-POS-FIM
      *
            DIVIDE WRK-DOC-SOMA BY 11   GIVING WRK-DOC-QUOCIENTE
                                        REMAINDER WRK-DOC-RESTO
            IF WRK-DOC-RESTO LESS 2
               MOVE ZEROS               TO WRK-DOC-DV
            ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3660-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SOMA UM DIGITO MULTIPLICADO PELO SEU PESO - NO CPF O PESO   *
      *    DECRESCE ATE 2 NA POSICAO FINAL, NO CNPJ VEM DA TABELA      *
      *    ALINHADA PELA POSICAO FINAL                                 *
      *----------------------------------------------------------------*
        3660-30-SOMA-DIGITO              SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN08-IND-TIPO-PESSOA EQUAL 'F'
               COMPUTE WRK-DOC-PESO = WRK-DOC-POS-FIM + 2
                                    - WRK-IND-SUB-DOC
            ELSE
               COMPUTE WRK-IND-SUB-PESO = WRK-IND-SUB-DOC + 13
                                        - WRK-DOC-POS-FIM
               MOVE WRK-DOC-PESO-CNPJ (WRK-IND-SUB-PESO)
                                        TO WRK-DOC-PESO
            END-IF
      *
            COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
                    + WRK-DOC-DIGITO (WRK-IND-SUB-DOC) * WRK-DOC-PESO
            .
      *
      *----------------------------------------------------------------*
        3660-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REJEITA A TRANSACAO CRITICADA PELA VALIDACAO - O MOTIVO JA  *
      *    ESTA EM WRK-DES-RESULTADO (VIDE 3600-VALIDA-TRANSACAO)      *
      *----------------------------------------------------------------*
        3700-REJEITA-TRANSACAO           SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1 TO ACU-REJEITADOS
      *
            PERFORM 3900-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DO CONTRATO COM O RESULTADO DA TRANSACAO      *
      *----------------------------------------------------------------*
        3900-GRAVA-LISTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST08-REGISTRO
            MOVE TRN08-COD-AGENCIA      TO LST08-COD-AGENCIA
            MOVE TRN08-NUM-CONTA        TO LST08-NUM-CONTA
            MOVE TRN08-NUM-CONTRATO     TO LST08-NUM-CONTRATO
            MOVE TRN08-IND-TIPO-TRANSACAO TO LST08-IND-TIPO-TRANSACAO
            SET LST08-LINHA-CONTRATO    TO TRUE
            MOVE TRN08-QTD-PARCELAS     TO LST08-NUM-PARCELA
            MOVE TRN08-DAT-PRIMEIRO-VENC TO LST08-DAT-VENCIMENTO
            MOVE TRN08-VLR-PRINCIPAL    TO LST08-VLR-PRINCIPAL
            IF WRK-TRN-VALIDA
               MOVE WRK-PLN-VLR-PARCELA (1) TO LST08-VLR-PARCELA
               MOVE WRK-VLR-TOTAL-JUROS TO LST08-VLR-JUROS
            END-IF
            MOVE WRK-DES-RESULTADO      TO LST08-DES-RESULTADO
      *
            PERFORM 3920-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3900-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DE UMA PARCELA DO PLANO CALCULADO             *
      *----------------------------------------------------------------*
        3910-LISTA-PARCELA               SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST08-REGISTRO
            MOVE TRN08-COD-AGENCIA      TO LST08-COD-AGENCIA
            MOVE TRN08-NUM-CONTA        TO LST08-NUM-CONTA
            MOVE TRN08-NUM-CONTRATO     TO LST08-NUM-CONTRATO
            MOVE TRN08-IND-TIPO-TRANSACAO TO LST08-IND-TIPO-TRANSACAO
            SET LST08-LINHA-PARCELA     TO TRUE
            MOVE WRK-IND-SUB-PARC       TO LST08-NUM-PARCELA
            MOVE WRK-PLN-DAT-VENCIMENTO (WRK-IND-SUB-PARC)
                                        TO LST08-DAT-VENCIMENTO
            MOVE WRK-PLN-VLR-PARCELA (WRK-IND-SUB-PARC)
                                        TO LST08-VLR-PARCELA
            MOVE WRK-PLN-VLR-PRINCIPAL (WRK-IND-SUB-PARC)
                                        TO LST08-VLR-PRINCIPAL
            MOVE WRK-PLN-VLR-JUROS (WRK-IND-SUB-PARC)
                                        TO LST08-VLR-JUROS
            MOVE WRK-PLN-VLR-SALDO (WRK-IND-SUB-PARC)
                                        TO LST08-VLR-SALDO-DEVEDOR
      *
            PERFORM 3920-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3910-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA NA LISTAGEM                                 *
      *----------------------------------------------------------------*
        3920-GRAVA-LINHA                 SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST08-REGISTRO
      *
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3920-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA NO LOG DE ALTERACOES (AUD03113) A INCLUSAO DO         *
      *    CONTRATO NO CADASTRO, COM A IMAGEM DO REGISTRO GRAVADO E O  *
      *    OPERADOR DA TRANSACAO (IMAGEM ANTERIOR EM BRANCO)           *
      *----------------------------------------------------------------*
        3950-GRAVA-AUDITORIA             SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  AUD01-REGISTRO
            MOVE TRN08-COD-AGENCIA      TO AUD01-COD-AGENCIA
            MOVE TRN08-NUM-CONTA        TO AUD01-NUM-CONTA
            MOVE 'I'                    TO AUD01-IND-TIPO-TRANSACAO
            MOVE WRK-RUN-DATA           TO AUD01-DAT-ALTERACAO
            MOVE WRK-RUN-HORA           TO AUD01-HOR-ALTERACAO
            MOVE SPACES                 TO AUD01-IMAGEM-ANTERIOR
            MOVE ARQENT01-REGISTRO      TO AUD01-IMAGEM-ATUAL
            MOVE TRN08-COD-OPERADOR     TO AUD01-COD-OPERADOR
            MOVE SPACES                 TO AUD01-COD-APROVADOR
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQAUD01         TO TRUE
            WRITE FD-ARQAUD01           FROM AUD01-REGISTRO
      *
            IF NOT WRK-FS-AUD01-OK
               MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            ADD 1 TO ACU-GRAVA-ARQAUD01
            .
      *
      *----------------------------------------------------------------*
        3950-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE TRANSACOES                  *
      *----------------------------------------------------------------*
        3800-LER-TRANSACAO               SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  TRN08-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            READ ARQTRN01                INTO TRN08-REGISTRO
      *
            EVALUATE WRK-FS-ARQTRN01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQTRN01
      * TRANSACAO SEM CONTRATO INFORMADO ASSUME O CONTRATO 01
                     IF TRN08-NUM-CONTRATO EQUAL ZEROS
                        MOVE 01 TO TRN08-NUM-CONTRATO
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQTRN01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3800-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQTRN01          TO TRUE
            CLOSE ARQTRN01
            IF NOT WRK-FS-TRN01-OK
               MOVE WRK-FS-ARQTRN01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPRD01          TO TRUE
            CLOSE ARQPRD01
            IF NOT WRK-FS-PRD01-OK
               MOVE WRK-FS-ARQPRD01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQAUD01          TO TRUE
            CLOSE ARQAUD01
            IF NOT WRK-FS-AUD01-OK
               MOVE WRK-FS-ARQAUD01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0344        *'
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* CONTRATOS ORIGINADOS....: ' ACU-ORIGINADOS
            DISPLAY '* PARCELAS GRAVADAS.......: ' ACU-GRAVA-ARQPLA01
            DISPLAY '* LOG DE ALTERACOES.......: ' ACU-GRAVA-ARQAUD01
            DISPLAY '* SIMULACOES LISTADAS.....: ' ACU-SIMULADOS
            DISPLAY '* TRANSACOES REJEITADAS...: ' ACU-REJEITADOS
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
            .
      *
      *----------------------------------------------------------------*
        4000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE ERRO EM OPERACAO COM ARQUIVOS                     *
      *----------------------------------------------------------------*
        9100-ERROS-ARQUIVOS        SECTION.
      *----------------------------------------------------------------*

            DISPLAY '************************************************'
            DISPLAY '*       ERRO EM OPERAÇÃO COM ARQUIVOS          *'
            DISPLAY '* COMANDO    : ' WRK-COMANDO
                                        '                           *'
            DISPLAY '* ARQUIVO    : ' WRK-ARQUIVO
                                           '                        *'
            DISPLAY '* FILE-STATUS: ' WRK-FS-DISPLAY
                                      '                             *'
            DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                       ' CANCELADO                  *'
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
            .

      *----------------------------------------------------------------*
        9100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE ENCERRAMENTO DO PROGRAMA                          *
      *----------------------------------------------------------------*
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            STOP RUN
            .
      *
