      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0353.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: RELATORIO DE EXPOSICAO CONSOLIDADA POR        *
      *    CLIENTE - AGRUPA PELO CPF/CNPJ DO CADASTRO (ARQENT01) TODOS *
      *    OS CONTRATOS ATIVOS DO MESMO CLIENTE, EM QUALQUER AGENCIA E *
      *    CONTA, COM O SALDO EM ABERTO (PARCELAS EM ABERTO DO PLANO - *
      *    ARQPLA01 - OU A PARCELA UNICA DO CADASTRO, QUANDO O         *
      *    CONTRATO NAO TEM PLANO), A MULTA ACUMULADA NO SUBLEDGER DE  *
      *    ATRASO (ARQATR01) E A CLASSIFICACAO DO HISTORICO            *
      *    (ARQHIS01). POR CLIENTE SAEM O SALDO TOTAL, A MULTA TOTAL,  *
      *    A PIOR CLASSIFICACAO (NP, AT, OK, NC) E A QTDE DE           *
      *    CONTRATOS, CONTAS E AGENCIAS. CONTRATO SEM CPF/CNPJ NO      *
      *    CADASTRO NAO ENTRA NA CONSOLIDACAO E E CONTADO A PARTE.     *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQATR01                                  ATR03112
      *      ARQHIS01                                  HIS03112
      *      ARQSRT01                                  (SORT)
      *      ARQREL01                                  (LINHA 132)
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
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

            SELECT ARQATR01 ASSIGN      TO UT-S-ARQATR01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ATR01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQATR01.

            SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS HIS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQHIS01.

            SELECT ARQSRT01 ASSIGN      TO UT-S-ARQSRT01.

            SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                       FILE STATUS      IS WRK-FS-ARQREL01.
      *
      *================================================================*
        DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
        FILE                            SECTION.
      *----------------------------------------------------------------*
      *
        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQATR01
            LABEL RECORD   IS STANDARD.
            COPY ATR03112.

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            COPY HIS03112.

      * UM REGISTRO POR CONTRATO ATIVO COM CPF/CNPJ, CLASSIFICADO PELO
      * DOCUMENTO DO CLIENTE E DEPOIS PELA CHAVE DO CONTRATO
        SD  ARQSRT01.
        01 SRT-REGISTRO.
           03 SRT-CHAVE.
              05 SRT-IND-TIPO-PESSOA PIC X(01).
              05 SRT-NUM-DOCUMENTO PIC 9(14).
              05 SRT-COD-AGENCIA   PIC 9(04).
              05 SRT-NUM-CONTA     PIC 9(08).
              05 SRT-NUM-CONTRATO  PIC 9(02).
           03 SRT-NOM-CLIENTE      PIC X(40).
           03 SRT-IND-CLASSIF      PIC X(02).
           03 SRT-VLR-SALDO        PIC 9(11)V99.
           03 SRT-VLR-MULTA        PIC 9(11)V99.

        FD  ARQREL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQREL01             PIC X(132).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0353'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 ACU-LIDOS-ARQENT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-INATIVOS            PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-DOCUMENTO       PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS           PIC  9(007)         VALUE ZEROS.
        77 ACU-CLIENTES            PIC  9(007)         VALUE ZEROS.
        77 ACU-VLR-SALDO           PIC  9(013)V99      VALUE ZEROS.
        77 ACU-VLR-MULTA           PIC  9(013)V99      VALUE ZEROS.
      *
      * TOTAIS DO CLIENTE (CPF/CNPJ) CORRENTE
        77 ACU-CLI-CONTRATOS       PIC  9(005)         VALUE ZEROS.
        77 ACU-CLI-CONTAS          PIC  9(005)         VALUE ZEROS.
        77 ACU-CLI-AGENCIAS        PIC  9(005)         VALUE ZEROS.
        77 ACU-CLI-VLR-SALDO       PIC  9(013)V99      VALUE ZEROS.
        77 ACU-CLI-VLR-MULTA       PIC  9(013)V99      VALUE ZEROS.
      *
      * PIOR CLASSIFICACAO DO CLIENTE - GRAU 4 = NP, 3 = AT, 2 = OK,
      * 1 = NC, 0 = SEM HISTORICO
        77 WRK-GRAU-CLASSIF        PIC  9(001)         VALUE ZERO.
        77 WRK-CLI-PIOR-GRAU       PIC  9(001)         VALUE ZERO.
        77 WRK-CLI-PIOR-CLASSIF    PIC  X(002)         VALUE SPACES.
      *
      * CLIENTE, AGENCIA E CONTA DO ULTIMO CONTRATO IMPRESSO - QUEBRA
      * POR CLIENTE E CONTAGEM DE CONTAS/AGENCIAS DISTINTAS
        01 WRK-CLIENTE-ANTERIOR.
           05 WRK-TIPO-PESSOA-ANTERIOR PIC X(001)      VALUE SPACES.
           05 WRK-DOCUMENTO-ANTERIOR PIC 9(014)        VALUE ZEROS.
        77 WRK-AGENCIA-ANTERIOR    PIC  9(004)         VALUE ZEROS.
        77 WRK-CONTA-ANTERIOR      PIC  9(008)         VALUE ZEROS.
      *
      * APURACAO DO SALDO EM ABERTO DO CONTRATO NO PLANO DE PARCELAS
        77 WRK-VLR-SALDO           PIC  9(011)V99      VALUE ZEROS.
        77 WRK-IND-CONTRATO-TEM-PLANO PIC X(001)       VALUE 'N'.
           88 WRK-CONTRATO-TEM-PLANO VALUE 'S'.
      *
      * SUBLEDGER DE ATRASO AINDA NAO CRIADO - NENHUMA MULTA ACUMULADA
        77 WRK-IND-SEM-ARQATR01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQATR01     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
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
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-FIM  VALUE '10'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
           05 WRK-FS-ARQATR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ATR01-OK   VALUE '00'.
              88 WRK-FS-ATR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HIS01-OK   VALUE '00'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-SORT          PIC  X(002) VALUE SPACES.
              88 WRK-FS-SORT-OK    VALUE '00'.
              88 WRK-FS-SORT-FIM   VALUE '10'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DAS LINHAS DO RELATORIO'.
      *----------------------------------------------------------------*
      *
        01 REL-LINHA-TITULO.
           03 FILLER               PIC  X(050) VALUE
              'EXER0353 - EXPOSICAO CONSOLIDADA POR CLIENTE (CPF/'.
           03 FILLER               PIC  X(019) VALUE
              'CNPJ) - POSICAO EM '.
           03 REL-TIT-DATA         PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(055) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(024) VALUE
              '   AGEN CONTA    CT CL  '.
           03 FILLER               PIC  X(017) VALUE
              '  SALDO EM ABERTO'.
           03 FILLER               PIC  X(019) VALUE
              '    MULTA ACUMULADA'.
           03 FILLER               PIC  X(017) VALUE
              ' NOME NO CONTRATO'.
           03 FILLER               PIC  X(055) VALUE SPACES.
      *
        01 REL-LINHA-CLIENTE.
           03 FILLER               PIC  X(008) VALUE 'CLIENTE '.
           03 REL-CLI-TIPO         PIC  X(004) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-CLI-DOCUMENTO    PIC  9(014) VALUE ZEROS.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-CLI-NOM-CLIENTE  PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(063) VALUE SPACES.
      *
        01 REL-LINHA-DETALHE.
           03 FILLER               PIC  X(003) VALUE SPACES.
           03 REL-DET-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTRATO PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-CLASSIF      PIC  X(002) VALUE SPACES.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-VLR-SALDO    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-VLR-MULTA    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NOM-CLIENTE  PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(031) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-CLIENTE.
           03 FILLER               PIC  X(020) VALUE
              '   TOTAL DO CLIENTE '.
           03 REL-TCL-PIOR-CLASSIF PIC  X(002) VALUE SPACES.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-TCL-VLR-SALDO    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-TCL-VLR-MULTA    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(011) VALUE 'CONTRATOS: '.
           03 REL-TCL-CONTRATOS    PIC  ZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(010) VALUE '  CONTAS: '.
           03 REL-TCL-CONTAS       PIC  ZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(012) VALUE '  AGENCIAS: '.
           03 REL-TCL-AGENCIAS     PIC  ZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(026) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-GERAL.
           03 FILLER               PIC  X(024) VALUE
              'TOTAL GERAL'.
           03 REL-TGE-VLR-SALDO    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-TGE-VLR-MULTA    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(011) VALUE 'CLIENTES:  '.
           03 REL-TGE-CLIENTES     PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(013) VALUE '  CONTRATOS: '.
           03 REL-TGE-CONTRATOS    PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(033) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA - A ENTRADA DO SORT APURA CADA *
      *    CONTRATO ATIVO DO CADASTRO, A SAIDA IMPRIME OS CONTRATOS    *
      *    AGRUPADOS PELO CPF/CNPJ DO CLIENTE                          *
      *----------------------------------------------------------------*
        0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
            PERFORM 1000-INICIALIZAR
      *
            SORT ARQSRT01
                ON ASCENDING KEY SRT-CHAVE
                INPUT  PROCEDURE IS 2000-SELECIONA-CONTRATOS
                OUTPUT PROCEDURE IS 2500-IMPRIME-CONSOLIDACAO
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
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
      *
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPLA01         TO TRUE
            OPEN INPUT ARQPLA01
      *
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQATR01         TO TRUE
            OPEN INPUT ARQATR01
            EVALUATE TRUE
                WHEN WRK-FS-ATR01-OK
                     CONTINUE
                WHEN WRK-FS-ATR01-NAO-EXISTE
                     SET WRK-SEM-ARQATR01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-ARQHIS01         TO TRUE
            OPEN INPUT ARQHIS01
      *
            IF NOT WRK-FS-HIS01-OK
               MOVE WRK-FS-ARQHIS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
      *
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            MOVE WRK-RUN-DATA           TO REL-TIT-DATA
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ENTRADA DO SORT - LE O CADASTRO INTEIRO E LIBERA UM         *
      *    REGISTRO POR CONTRATO ATIVO COM CPF/CNPJ                    *
      *----------------------------------------------------------------*
        2000-SELECIONA-CONTRATOS        SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3800-LER-CADASTRO
      *
            PERFORM 2100-TRATA-CONTRATO
                UNTIL WRK-FS-ENT01-FIM
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APURA SALDO EM ABERTO, MULTA E CLASSIFICACAO DO CONTRATO E  *
      *    O LIBERA PARA O SORT - E LE O PROXIMO                       *
      *----------------------------------------------------------------*
        2100-TRATA-CONTRATO             SECTION.
      *----------------------------------------------------------------*
      *
            IF ARQENT01-CONTA-INATIVA
               ADD 1                    TO ACU-INATIVOS
               GO TO 2100-50-PROXIMO
            END-IF
      *
            IF ARQENT01-NUM-DOCUMENTO NOT GREATER ZEROS
               ADD 1                    TO ACU-SEM-DOCUMENTO
               GO TO 2100-50-PROXIMO
            END-IF
      *
            INITIALIZE                  SRT-REGISTRO
            MOVE ARQENT01-IND-TIPO-PESSOA TO SRT-IND-TIPO-PESSOA
            MOVE ARQENT01-NUM-DOCUMENTO TO SRT-NUM-DOCUMENTO
            MOVE ARQENT01-COD-AGENCIA   TO SRT-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO SRT-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO SRT-NUM-CONTRATO
            MOVE ARQENT01-NOM-CLIENTE   TO SRT-NOM-CLIENTE
      *
            PERFORM 2200-APURA-SALDO-ABERTO
            MOVE WRK-VLR-SALDO          TO SRT-VLR-SALDO
            PERFORM 2300-BUSCA-MULTA
            PERFORM 2400-BUSCA-CLASSIFICACAO
      *
            RELEASE SRT-REGISTRO
            ADD 1                       TO ACU-CONTRATOS
            .
        2100-50-PROXIMO.
            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SALDO EM ABERTO DO CONTRATO: SOMA DAS PARCELAS EM ABERTO DO *
      *    PLANO OU, SEM PLANO, A PARCELA UNICA DO CADASTRO            *
      *----------------------------------------------------------------*
        2200-APURA-SALDO-ABERTO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTRATO-TEM-PLANO
            MOVE ZEROS                  TO WRK-VLR-SALDO

            MOVE ARQENT01-COD-AGENCIA   TO PLA01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO PLA01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 2200-10-SOMA-PARCELA
                         UNTIL NOT WRK-FS-PLA01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            IF NOT WRK-CONTRATO-TEM-PLANO
               MOVE ARQENT01-VLR-PARCELA TO WRK-VLR-SALDO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2200-10-SOMA-PARCELA            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            READ ARQPLA01               NEXT RECORD
            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     IF PLA01-COD-AGENCIA EQUAL ARQENT01-COD-AGENCIA
                        AND PLA01-NUM-CONTA EQUAL ARQENT01-NUM-CONTA
                        AND PLA01-NUM-CONTRATO
                                        EQUAL ARQENT01-NUM-CONTRATO
                        SET WRK-CONTRATO-TEM-PLANO TO TRUE
                        IF PLA01-PARCELA-ABERTA
                           ADD PLA01-VLR-PARCELA TO WRK-VLR-SALDO
                        END-IF
                     ELSE
      * PASSOU DO CONTRATO CORRENTE - ENCERRA A VARREDURA DO PLANO
                        MOVE '10'       TO WRK-FS-ARQPLA01
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        2200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MULTA ACUMULADA DO CONTRATO NO SUBLEDGER DE ATRASO - SEM    *
      *    REGISTRO, O CONTRATO NAO TEM ATRASO EM ABERTO               *
      *----------------------------------------------------------------*
        2300-BUSCA-MULTA                SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO SRT-VLR-MULTA
      *
            IF WRK-SEM-ARQATR01
               GO TO 2300-99-FIM
            END-IF
      *
            MOVE ARQENT01-CHAVE         TO ATR01-CHAVE
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQATR01         TO TRUE
            READ ARQATR01                KEY IS ATR01-CHAVE
      *
            EVALUATE WRK-FS-ARQATR01
                WHEN '00'
                     MOVE ATR01-VLR-MULTA-ACUMULADA TO SRT-VLR-MULTA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CLASSIFICACAO DO CONTRATO NO ULTIMO RUN DO BALANCE LINE -   *
      *    CONTRATO AINDA NAO PROCESSADO FICA EM BRANCO                *
      *----------------------------------------------------------------*
        2400-BUSCA-CLASSIFICACAO        SECTION.
      *----------------------------------------------------------------*
      *
            MOVE SPACES                 TO SRT-IND-CLASSIF
            MOVE ARQENT01-CHAVE         TO HIS01-CHAVE
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            READ ARQHIS01                KEY IS HIS01-CHAVE
      *
            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     MOVE HIS01-IND-CLASSIF TO SRT-IND-CLASSIF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SAIDA DO SORT - IMPRIME OS CONTRATOS NA ORDEM DO CPF/CNPJ,  *
      *    COM QUEBRA E TOTAIS POR CLIENTE                             *
      *----------------------------------------------------------------*
        2500-IMPRIME-CONSOLIDACAO       SECTION.
      *----------------------------------------------------------------*
      *
            MOVE '00'                   TO WRK-FS-SORT
            PERFORM 2510-RETORNA-CONTRATO
                UNTIL WRK-FS-SORT-FIM
      *
            IF ACU-CLIENTES GREATER ZEROS
               PERFORM 2700-TOTAL-CLIENTE
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    RETORNA UM CONTRATO CLASSIFICADO DO SORT                    *
      *----------------------------------------------------------------*
        2510-RETORNA-CONTRATO           SECTION.
      *----------------------------------------------------------------*
      *
            RETURN ARQSRT01
                AT END
                    MOVE '10'           TO WRK-FS-SORT
                NOT AT END
                    PERFORM 2520-IMPRIME-CONTRATO
            END-RETURN
            .
      *
      *----------------------------------------------------------------*
        2510-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O CONTRATO E O SOMA AOS TOTAIS DO CLIENTE - CLIENTE *
      *    NOVO FECHA O ANTERIOR E ABRE O SEU BLOCO                    *
      *----------------------------------------------------------------*
        2520-IMPRIME-CONTRATO           SECTION.
      *----------------------------------------------------------------*
      *
            IF SRT-IND-TIPO-PESSOA NOT EQUAL WRK-TIPO-PESSOA-ANTERIOR
               OR SRT-NUM-DOCUMENTO NOT EQUAL WRK-DOCUMENTO-ANTERIOR
               IF ACU-CLIENTES GREATER ZEROS
                  PERFORM 2700-TOTAL-CLIENTE
               END-IF
               PERFORM 2600-CABECALHO-CLIENTE
            END-IF
      *
            IF SRT-COD-AGENCIA NOT EQUAL WRK-AGENCIA-ANTERIOR
               ADD 1                    TO ACU-CLI-AGENCIAS
                                           ACU-CLI-CONTAS
            ELSE
               IF SRT-NUM-CONTA NOT EQUAL WRK-CONTA-ANTERIOR
                  ADD 1                 TO ACU-CLI-CONTAS
               END-IF
            END-IF
            MOVE SRT-COD-AGENCIA        TO WRK-AGENCIA-ANTERIOR
            MOVE SRT-NUM-CONTA          TO WRK-CONTA-ANTERIOR
      *
            EVALUATE SRT-IND-CLASSIF
                WHEN 'NP'
                     MOVE 4             TO WRK-GRAU-CLASSIF
                WHEN 'AT'
                     MOVE 3             TO WRK-GRAU-CLASSIF
                WHEN 'OK'
                     MOVE 2             TO WRK-GRAU-CLASSIF
                WHEN 'NC'
                     MOVE 1             TO WRK-GRAU-CLASSIF
                WHEN OTHER
                     MOVE 0             TO WRK-GRAU-CLASSIF
            END-EVALUATE
            IF WRK-GRAU-CLASSIF GREATER WRK-CLI-PIOR-GRAU
               MOVE WRK-GRAU-CLASSIF    TO WRK-CLI-PIOR-GRAU
               MOVE SRT-IND-CLASSIF     TO WRK-CLI-PIOR-CLASSIF
            END-IF
      *
            ADD 1                       TO ACU-CLI-CONTRATOS
            ADD SRT-VLR-SALDO           TO ACU-CLI-VLR-SALDO
            ADD SRT-VLR-MULTA           TO ACU-CLI-VLR-MULTA
      *
            MOVE SRT-COD-AGENCIA        TO REL-DET-COD-AGENCIA
            MOVE SRT-NUM-CONTA          TO REL-DET-NUM-CONTA
            MOVE SRT-NUM-CONTRATO       TO REL-DET-NUM-CONTRATO
            MOVE SRT-IND-CLASSIF        TO REL-DET-CLASSIF
            MOVE SRT-VLR-SALDO          TO REL-DET-VLR-SALDO
            MOVE SRT-VLR-MULTA          TO REL-DET-VLR-MULTA
            MOVE SRT-NOM-CLIENTE        TO REL-DET-NOM-CLIENTE
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        2520-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ABRE O BLOCO DE UM NOVO CLIENTE (CPF/CNPJ) - O NOME IMPRESSO*
      *    E O DO PRIMEIRO CONTRATO DO CLIENTE                         *
      *----------------------------------------------------------------*
        2600-CABECALHO-CLIENTE          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            IF SRT-IND-TIPO-PESSOA EQUAL 'J'
               MOVE 'CNPJ'              TO REL-CLI-TIPO
            ELSE
               MOVE 'CPF '              TO REL-CLI-TIPO
            END-IF
            MOVE SRT-NUM-DOCUMENTO      TO REL-CLI-DOCUMENTO
            MOVE SRT-NOM-CLIENTE        TO REL-CLI-NOM-CLIENTE
            MOVE REL-LINHA-CLIENTE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE SRT-IND-TIPO-PESSOA    TO WRK-TIPO-PESSOA-ANTERIOR
            MOVE SRT-NUM-DOCUMENTO      TO WRK-DOCUMENTO-ANTERIOR
            MOVE ZEROS                  TO WRK-AGENCIA-ANTERIOR
                                           WRK-CONTA-ANTERIOR
                                           ACU-CLI-CONTRATOS
                                           ACU-CLI-CONTAS
                                           ACU-CLI-AGENCIAS
                                           ACU-CLI-VLR-SALDO
                                           ACU-CLI-VLR-MULTA
                                           WRK-CLI-PIOR-GRAU
            MOVE SPACES                 TO WRK-CLI-PIOR-CLASSIF
      *
            ADD 1                       TO ACU-CLIENTES
            .
      *
      *----------------------------------------------------------------*
        2600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FECHA O BLOCO DO CLIENTE COM A EXPOSICAO CONSOLIDADA E      *
      *    ACUMULA O TOTAL GERAL                                       *
      *----------------------------------------------------------------*
        2700-TOTAL-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-CLI-PIOR-CLASSIF   TO REL-TCL-PIOR-CLASSIF
            MOVE ACU-CLI-VLR-SALDO      TO REL-TCL-VLR-SALDO
            MOVE ACU-CLI-VLR-MULTA      TO REL-TCL-VLR-MULTA
            MOVE ACU-CLI-CONTRATOS      TO REL-TCL-CONTRATOS
            MOVE ACU-CLI-CONTAS         TO REL-TCL-CONTAS
            MOVE ACU-CLI-AGENCIAS       TO REL-TCL-AGENCIAS
            MOVE REL-LINHA-TOTAL-CLIENTE TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            ADD ACU-CLI-VLR-SALDO       TO ACU-VLR-SALDO
            ADD ACU-CLI-VLR-MULTA       TO ACU-VLR-MULTA
            .
      *
      *----------------------------------------------------------------*
        2700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO CONTRATO DO CADASTRO (ORDEM DA CHAVE)          *
      *----------------------------------------------------------------*
        3800-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQENT01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
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
      *    GRAVA A LINHA MONTADA EM FD-ARQREL01                        *
      *----------------------------------------------------------------*
        3900-GRAVA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3900-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O TOTAL GERAL, FECHA OS ARQUIVOS E ENCERRA          *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-VLR-SALDO           TO REL-TGE-VLR-SALDO
            MOVE ACU-VLR-MULTA           TO REL-TGE-VLR-MULTA
            MOVE ACU-CLIENTES            TO REL-TGE-CLIENTES
            MOVE ACU-CONTRATOS           TO REL-TGE-CONTRATOS
            MOVE REL-LINHA-TOTAL-GERAL   TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01

            IF NOT WRK-SEM-ARQATR01
               SET WRK-CN-ARQATR01       TO TRUE
               CLOSE ARQATR01
            END-IF

            SET WRK-CN-ARQHIS01          TO TRUE
            CLOSE ARQHIS01
            IF NOT WRK-FS-HIS01-OK
               MOVE WRK-FS-ARQHIS01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ACU-LIDOS-ARQENT01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0353        *'
            DISPLAY '* CONTRATOS LIDOS.........: ' WRK-MASK-QTDREG
            MOVE ACU-INATIVOS            TO WRK-MASK-QTDREG
            DISPLAY '* CONTRATOS INATIVOS......: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-DOCUMENTO       TO WRK-MASK-QTDREG
            DISPLAY '* ATIVOS SEM CPF/CNPJ.....: ' WRK-MASK-QTDREG
            MOVE ACU-CONTRATOS           TO WRK-MASK-QTDREG
            DISPLAY '* CONTRATOS CONSOLIDADOS..: ' WRK-MASK-QTDREG
            MOVE ACU-CLIENTES            TO WRK-MASK-QTDREG
            DISPLAY '* CLIENTES (CPF/CNPJ).....: ' WRK-MASK-QTDREG
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
