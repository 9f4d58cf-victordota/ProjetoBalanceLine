      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0345.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: COTACAO DE QUITACAO ANTECIPADA - PARA CADA    *
      *    AGENCIA/CONTA/CONTRATO E DATA DE QUITACAO DA TRANSACAO      *
      *    (TRN03145), APURA O VALOR PARA QUITAR O EMPRESTIMO NA DATA: *
      *    PARCELAS VENCIDAS EM ABERTO DO PLANO (ARQPLA01) PELO VALOR  *
      *    DE FACE, PARCELAS A VENCER DESCONTADAS A VALOR PRESENTE     *
      *    PELA TAXA MENSAL DE DESCONTO E A MULTA ACUMULADA NO         *
      *    SUBLEDGER DE ATRASO (ARQATR01). A COTACAO 'C' E GRAVADA NO  *
      *    ARQQUI01 COM A DATA DE EMISSAO E A VALIDADE, PARA O         *
      *    BALANCE LINE (EXER0312) LIQUIDAR O CONTRATO DE UMA SO VEZ   *
      *    QUANDO O PAGAMENTO HONRAR A COTACAO. A TRANSACAO 'S' SO     *
      *    CALCULA E LISTA.                                            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03145
      *      ARQTRN01                                  TRN03145
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQATR01                                  ATR03112
      *      ARQQUI01                                  QUI03145
      *      ARQLST01                                  LST03145
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *      CALE2000 - CRITICA DA DATA DE QUITACAO E DIAS CORRIDOS    *
      *                 ATE O VENCIMENTO DE CADA PARCELA A VENCER      *
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
            SELECT ARQPARM  ASSIGN      TO UT-S-ARQPARM
                       FILE STATUS      IS WRK-FS-ARQPARM.

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

            SELECT ARQATR01 ASSIGN      TO UT-S-ARQATR01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ATR01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQATR01.

            SELECT ARQQUI01 ASSIGN      TO UT-S-ARQQUI01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS QUI01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQQUI01.

            SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                       FILE STATUS      IS WRK-FS-ARQLST01.

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
        FD  ARQPARM
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQPARM              PIC X(18).

        FD  ARQTRN01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQTRN01             PIC X(32).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQATR01
            LABEL RECORD   IS STANDARD.
            COPY ATR03112.

        FD  ARQQUI01
            LABEL RECORD   IS STANDARD.
            COPY QUI03145.

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(156).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

            COPY PAR03145.
            COPY TRN03145.
            COPY LST03145.
            COPY CALEWAAA.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQTRN01      PIC  9(005)         VALUE ZEROS.
        77 ACU-COTADOS             PIC  9(005)         VALUE ZEROS.
        77 ACU-SIMULADOS           PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0345'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
        77 WRK-CALE2000            PIC  X(008)       VALUE 'CALE2000'.
        77 WRK-IND-TRN-VALIDA      PIC  X(001)       VALUE 'S'.
           88 WRK-TRN-VALIDA       VALUE 'S'.
        77 WRK-IND-CONTA-TEM-PLANO PIC  X(001)       VALUE 'N'.
           88 WRK-CONTA-TEM-PLANO  VALUE 'S'.
      * SUBLEDGER DE ATRASO AINDA NAO CRIADO = NENHUMA MULTA ACUMULADA
        77 WRK-IND-SEM-ARQATR01    PIC  X(001)       VALUE 'N'.
           88 WRK-SEM-ARQATR01     VALUE 'S'.
      *
      * PARAMETROS DO RUN (VIDE PAR03145)
        77 WRK-DAT-PROCESSAMENTO   PIC  9(008)         VALUE ZEROS.
        77 WRK-QTD-DIAS-VALIDADE   PIC  9(003)         VALUE ZEROS.
        77 WRK-PCT-TAXA-DESCONTO   PIC  9(003)V9(004)  VALUE ZEROS.
      *
      * DATAS dd.mm.aaaa EM AAAAMMDD PARA COMPARACAO E VICE-VERSA
        01 WRK-DAT-EDIT-AUX.
           03 WRK-AUX-DIA          PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-AUX-MES          PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-AUX-ANO          PIC  9(004)         VALUE ZEROS.
        77 WRK-DAT-VALIDAR         PIC  X(010)         VALUE SPACES.
        77 WRK-DAT-QUITACAO-EDIT   PIC  X(010)         VALUE SPACES.
        77 WRK-DAT-QUITACAO-AMD    PIC  9(008)         VALUE ZEROS.
        77 WRK-DAT-VENC-AMD        PIC  9(008)         VALUE ZEROS.
      *
      * VALIDADE DA COTACAO - DATA DE QUITACAO AVANCADA DIA A DIA PELO
      * CALENDARIO (MESMA REGRA DO 0150-AVANCA-DATA DO EXER0312)
        01 WRK-DAT-PROXIMA.
           03 WRK-PROX-ANO         PIC  9(004)         VALUE ZEROS.
           03 WRK-PROX-MES         PIC  9(002)         VALUE ZEROS.
           03 WRK-PROX-DIA         PIC  9(002)         VALUE ZEROS.
        01 WRK-DAT-PROXIMA-NUM REDEFINES WRK-DAT-PROXIMA
                                   PIC  9(008).
        77 WRK-QTDE-DIAS-MES       PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-SUB-DIA         PIC  9(003)         VALUE ZEROS.
        77 WRK-DAT-VALIDADE-AMD    PIC  9(008)         VALUE ZEROS.
      *
      * PARCELA EM APURACAO - DO PLANO OU, NA CONTA SEM PLANO, A
      * PARCELA UNICA DO CADASTRO (VENCIMENTO = DAT-EMPRE)
        77 WRK-VLR-PARCELA-CALC    PIC  9(009)V99      VALUE ZEROS.
        77 WRK-VLR-PRINCIPAL-CALC  PIC  9(009)V99      VALUE ZEROS.
        77 WRK-DAT-VENC-CALC       PIC  X(010)         VALUE SPACES.
      *
      * VALOR PRESENTE = FACE / (1 + TAXA) ** (DIAS CORRIDOS / 30)
        77 WRK-TAXA-MES            PIC  9(001)V9(008)  VALUE ZEROS.
        77 WRK-EXPOENTE            PIC  9(005)V9(006)  VALUE ZEROS.
        77 WRK-FATOR-DESCONTO      PIC  9(009)V9(009)  VALUE ZEROS.
        77 WRK-VLR-PRESENTE-PARC   PIC  9(009)V99      VALUE ZEROS.
      *
      * COMPOSICAO DO VALOR DE QUITACAO DO CONTRATO (VIDE QUI03145)
        77 WRK-QTD-PARC-VENCIDAS   PIC  9(003)         VALUE ZEROS.
        77 WRK-VLR-PARC-VENCIDAS   PIC  9(011)V99      VALUE ZEROS.
        77 WRK-QTD-PARC-A-VENCER   PIC  9(003)         VALUE ZEROS.
        77 WRK-VLR-FACE-A-VENCER   PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-PRESENTE-A-VENCER PIC 9(011)V99     VALUE ZEROS.
        77 WRK-VLR-PRINC-A-VENCER  PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-MULTA           PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-TOTAL-QUITACAO  PIC  9(011)V99      VALUE ZEROS.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQTRN01      VALUE 'ARQTRN01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQQUI01      VALUE 'ARQQUI01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
           88 WRK-CN-REWRITE       VALUE 'REWRI'.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
              88 WRK-FS-PARM-OK    VALUE '00'.
              88 WRK-FS-PARM-FIM   VALUE '10'.
           05 WRK-FS-ARQTRN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-TRN01-OK   VALUE '00'.
              88 WRK-FS-TRN01-FIM  VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK           VALUE '00'.
              88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK           VALUE '00'.
              88 WRK-FS-PLA01-FIM          VALUE '10'.
              88 WRK-FS-PLA01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQATR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ATR01-OK           VALUE '00'.
              88 WRK-FS-ATR01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-ATR01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQQUI01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-QUI01-OK           VALUE '00'.
              88 WRK-FS-QUI01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-QUI01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LST01-OK   VALUE '00'.
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
            PERFORM 1100-LER-PARAMETROS

            MOVE PARM16-DAT-PROCESSAMENTO TO WRK-DAT-PROCESSAMENTO
            IF WRK-DAT-PROCESSAMENTO EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-PROCESSAMENTO
            END-IF

            MOVE PARM16-QTD-DIAS-VALIDADE TO WRK-QTD-DIAS-VALIDADE
            IF WRK-QTD-DIAS-VALIDADE EQUAL ZEROS
               MOVE 005                 TO WRK-QTD-DIAS-VALIDADE
            END-IF

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            OPEN INPUT ARQTRN01
      *
            IF NOT WRK-FS-TRN01-OK
               MOVE WRK-FS-ARQTRN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

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
      *
            EVALUATE TRUE
                WHEN WRK-FS-ATR01-OK
                     CONTINUE
                WHEN WRK-FS-ATR01-NAO-EXISTE
                     SET WRK-SEM-ARQATR01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-ARQQUI01         TO TRUE
            OPEN I-O ARQQUI01
            IF WRK-FS-QUI01-NAO-EXISTE
               OPEN OUTPUT ARQQUI01
               IF WRK-FS-QUI01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQQUI01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQQUI01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-QUI01-OK
               MOVE WRK-FS-ARQQUI01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01         TO TRUE
            OPEN OUTPUT ARQLST01
      *
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
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
      *    ROTINA DE LEITURA DO CARTAO/ARQUIVO DE PARAMETROS           *
      *    (SE NAO EXISTIR OU VIER VAZIO, ASSUME-SE O DEFAULT DO BOOK) *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM16-REGISTRO

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO - CRITICA A TRANSACAO, APURA O      *
      *    VALOR DE QUITACAO E, NA COTACAO, GRAVA O ARQQUI01           *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN TRN09-TRANS-COTACAO
                WHEN TRN09-TRANS-SIMULACAO
                     PERFORM 3600-VALIDA-TRANSACAO
                     IF WRK-TRN-VALIDA
                        PERFORM 3200-CALCULA-QUITACAO
                     END-IF
                     IF WRK-TRN-VALIDA
                        PERFORM 3100-EMITE-COTACAO
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
      *    EMITE A COTACAO APURADA - NA SIMULACAO SO LISTA             *
      *----------------------------------------------------------------*
        3100-EMITE-COTACAO              SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN09-TRANS-SIMULACAO
               ADD 1 TO ACU-SIMULADOS
               MOVE 'SIMULACAO DA COTACAO - NADA GRAVADO'
                                        TO WRK-DES-RESULTADO
            ELSE
               PERFORM 3110-GRAVA-COTACAO
               ADD 1 TO ACU-COTADOS
               MOVE 'COTACAO EMITIDA - VIGENTE ATE A VALIDADE'
                                        TO WRK-DES-RESULTADO
            END-IF
      *
            PERFORM 3900-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A COTACAO NO ARQQUI01 - CONTRATO QUE JA TINHA COTACAO *
      *    TEM O REGISTRO SUBSTITUIDO PELA NOVA                        *
      *----------------------------------------------------------------*
        3110-GRAVA-COTACAO              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN09-COD-AGENCIA      TO QUI01-COD-AGENCIA
            MOVE TRN09-NUM-CONTA        TO QUI01-NUM-CONTA
            MOVE TRN09-NUM-CONTRATO     TO QUI01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQQUI01         TO TRUE
            READ ARQQUI01                KEY IS QUI01-CHAVE
      *
            EVALUATE WRK-FS-ARQQUI01
                WHEN '00'
                     PERFORM 3110-10-MONTA-COTACAO
                     SET WRK-CN-REWRITE TO TRUE
                     REWRITE QUI01-REGISTRO
                WHEN '23'
                     PERFORM 3110-10-MONTA-COTACAO
                     SET WRK-CN-WRITE   TO TRUE
                     WRITE QUI01-REGISTRO
                WHEN OTHER
                     MOVE WRK-FS-ARQQUI01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            IF NOT WRK-FS-QUI01-OK
               MOVE WRK-FS-ARQQUI01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3110-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MONTA O REGISTRO DA COTACAO VIGENTE                         *
      *----------------------------------------------------------------*
        3110-10-MONTA-COTACAO           SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  QUI01-REGISTRO
            MOVE TRN09-COD-AGENCIA      TO QUI01-COD-AGENCIA
            MOVE TRN09-NUM-CONTA        TO QUI01-NUM-CONTA
            MOVE TRN09-NUM-CONTRATO     TO QUI01-NUM-CONTRATO
            MOVE WRK-DAT-PROCESSAMENTO  TO QUI01-DAT-COTACAO
            MOVE WRK-DAT-QUITACAO-AMD   TO QUI01-DAT-QUITACAO
            MOVE WRK-DAT-VALIDADE-AMD   TO QUI01-DAT-VALIDADE
            MOVE WRK-PCT-TAXA-DESCONTO  TO QUI01-PCT-TAXA-DESCONTO
            MOVE WRK-QTD-PARC-VENCIDAS  TO QUI01-QTD-PARC-VENCIDAS
            MOVE WRK-VLR-PARC-VENCIDAS  TO QUI01-VLR-PARC-VENCIDAS
            MOVE WRK-QTD-PARC-A-VENCER  TO QUI01-QTD-PARC-A-VENCER
            MOVE WRK-VLR-FACE-A-VENCER  TO QUI01-VLR-FACE-A-VENCER
            MOVE WRK-VLR-PRESENTE-A-VENCER
                                        TO QUI01-VLR-PRESENTE-A-VENCER
            MOVE WRK-VLR-PRINC-A-VENCER TO QUI01-VLR-PRINC-A-VENCER
            MOVE WRK-VLR-MULTA          TO QUI01-VLR-MULTA
            MOVE WRK-VLR-TOTAL-QUITACAO TO QUI01-VLR-TOTAL-QUITACAO
            SET QUI01-COTACAO-VIGENTE   TO TRUE
            MOVE ZEROS                  TO QUI01-DAT-LIQUIDACAO
                                           QUI01-VLR-PAGO
            .
      *
      *----------------------------------------------------------------*
        3110-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APURA O VALOR DE QUITACAO DO CONTRATO NA DATA DE QUITACAO:  *
      *    PARCELAS EM ABERTO DO PLANO (OU A PARCELA UNICA DO CADASTRO *
      *    NA CONTA SEM PLANO), MULTA DO SUBLEDGER DE ATRASO E DATA DE *
      *    VALIDADE DA COTACAO                                         *
      *----------------------------------------------------------------*
        3200-CALCULA-QUITACAO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-QTD-PARC-VENCIDAS
                                           WRK-VLR-PARC-VENCIDAS
                                           WRK-QTD-PARC-A-VENCER
                                           WRK-VLR-FACE-A-VENCER
                                           WRK-VLR-PRESENTE-A-VENCER
                                           WRK-VLR-PRINC-A-VENCER
                                           WRK-VLR-MULTA
                                           WRK-VLR-TOTAL-QUITACAO
            COMPUTE WRK-TAXA-MES = WRK-PCT-TAXA-DESCONTO / 100
      *
            PERFORM 3210-ACUMULA-PLANO
            IF NOT WRK-TRN-VALIDA
               GO TO 3200-99-FIM
            END-IF
      *
            IF NOT WRK-CONTA-TEM-PLANO
               MOVE ARQENT01-VLR-PARCELA TO WRK-VLR-PARCELA-CALC
               MOVE ZEROS               TO WRK-VLR-PRINCIPAL-CALC
               MOVE ARQENT01-DAT-EMPRE  TO WRK-DAT-VENC-CALC
               PERFORM 3220-ACUMULA-PARCELA
               IF NOT WRK-TRN-VALIDA
                  GO TO 3200-99-FIM
               END-IF
            END-IF
      *
            PERFORM 3230-OBTEM-MULTA
      *
            COMPUTE WRK-VLR-TOTAL-QUITACAO =
                    WRK-VLR-PARC-VENCIDAS
                    + WRK-VLR-PRESENTE-A-VENCER
                    + WRK-VLR-MULTA
      *
            IF WRK-VLR-TOTAL-QUITACAO EQUAL ZEROS
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - CONTRATO SEM SALDO A QUITAR'
                                        TO WRK-DES-RESULTADO
               GO TO 3200-99-FIM
            END-IF
      *
            PERFORM 3240-CALCULA-VALIDADE
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O PLANO DO CONTRATO E ACUMULA AS PARCELAS EM       *
      *    ABERTO (VENCIDAS PELA FACE, A VENCER A VALOR PRESENTE)      *
      *----------------------------------------------------------------*
        3210-ACUMULA-PLANO              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTA-TEM-PLANO
      *
            MOVE TRN09-COD-AGENCIA      TO PLA01-COD-AGENCIA
            MOVE TRN09-NUM-CONTA        TO PLA01-NUM-CONTA
            MOVE TRN09-NUM-CONTRATO     TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE
      *
            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3210-10-LER-PARCELA
                         UNTIL NOT WRK-FS-PLA01-OK
                            OR NOT WRK-TRN-VALIDA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3210-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE A PROXIMA PARCELA DO PLANO E ACUMULA A PARCELA EM ABERTO *
      *    DO CONTRATO DA TRANSACAO                                    *
      *----------------------------------------------------------------*
        3210-10-LER-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            READ ARQPLA01               NEXT RECORD
      *
            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     IF PLA01-COD-AGENCIA EQUAL TRN09-COD-AGENCIA
                        AND PLA01-NUM-CONTA EQUAL TRN09-NUM-CONTA
                        AND PLA01-NUM-CONTRATO EQUAL TRN09-NUM-CONTRATO
                        SET WRK-CONTA-TEM-PLANO TO TRUE
                        IF PLA01-PARCELA-ABERTA
                           MOVE PLA01-VLR-PARCELA
                                        TO WRK-VLR-PARCELA-CALC
                           MOVE PLA01-VLR-PRINCIPAL
                                        TO WRK-VLR-PRINCIPAL-CALC
                           MOVE PLA01-DAT-VENCIMENTO
                                        TO WRK-DAT-VENC-CALC
                           PERFORM 3220-ACUMULA-PARCELA
                        END-IF
                     ELSE
      * PASSOU DO CONTRATO DA TRANSACAO - ENCERRA A VARREDURA DO PLANO
                        MOVE '10'       TO WRK-FS-ARQPLA01
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3210-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA UMA PARCELA EM ABERTO: VENCIMENTO ATE A DATA DE     *
      *    QUITACAO ENTRA PELO VALOR DE FACE; POSTERIOR, DESCONTADO    *
      *    PELOS DIAS CORRIDOS ATE O VENCIMENTO (CALE2000)             *
      *----------------------------------------------------------------*
        3220-ACUMULA-PARCELA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-DAT-VENC-CALC      TO WRK-DAT-EDIT-AUX
            COMPUTE WRK-DAT-VENC-AMD =
                    WRK-AUX-ANO * 10000 + WRK-AUX-MES * 100
                    + WRK-AUX-DIA
      *
            IF WRK-DAT-VENC-AMD NOT GREATER WRK-DAT-QUITACAO-AMD
               ADD 1                    TO WRK-QTD-PARC-VENCIDAS
               ADD WRK-VLR-PARCELA-CALC TO WRK-VLR-PARC-VENCIDAS
               GO TO 3220-99-FIM
            END-IF
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
            MOVE WRK-DAT-QUITACAO-EDIT  TO CALE01-VLR-ARGUMENTO-INI
            MOVE WRK-DAT-VENC-CALC      TO CALE01-VLR-ARGUMENTO-FINAL
      *
            CALL WRK-CALE2000           USING CALE01-REGISTRO
      *
            IF NOT CALE01-RETORNO-OK
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - VENCIMENTO INVALIDO NO PLANO'
                                        TO WRK-DES-RESULTADO
               GO TO 3220-99-FIM
            END-IF
      *
            COMPUTE WRK-EXPOENTE ROUNDED =
                    CALE01-QTDE-DIAS-PERIODO / 30
            COMPUTE WRK-FATOR-DESCONTO ROUNDED =
                    (1 + WRK-TAXA-MES) ** WRK-EXPOENTE
                ON SIZE ERROR
                    MOVE 'N'            TO WRK-IND-TRN-VALIDA
                    MOVE 'REJEITADO - TAXA/PRAZO FORA DO LIMITE'
                                        TO WRK-DES-RESULTADO
                    GO TO 3220-99-FIM
            END-COMPUTE
            COMPUTE WRK-VLR-PRESENTE-PARC ROUNDED =
                    WRK-VLR-PARCELA-CALC / WRK-FATOR-DESCONTO
      *
            ADD 1                       TO WRK-QTD-PARC-A-VENCER
            ADD WRK-VLR-PARCELA-CALC    TO WRK-VLR-FACE-A-VENCER
            ADD WRK-VLR-PRESENTE-PARC   TO WRK-VLR-PRESENTE-A-VENCER
            ADD WRK-VLR-PRINCIPAL-CALC  TO WRK-VLR-PRINC-A-VENCER
            .
      *
      *----------------------------------------------------------------*
        3220-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    OBTEM A MULTA ACUMULADA DO CONTRATO NO SUBLEDGER DE ATRASO  *
      *    (CONTRATO SEM REGISTRO NAO TEM MULTA)                       *
      *----------------------------------------------------------------*
        3230-OBTEM-MULTA                SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQATR01
               GO TO 3230-99-FIM
            END-IF
      *
            MOVE TRN09-COD-AGENCIA      TO ATR01-COD-AGENCIA
            MOVE TRN09-NUM-CONTA        TO ATR01-NUM-CONTA
            MOVE TRN09-NUM-CONTRATO     TO ATR01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQATR01         TO TRUE
            READ ARQATR01                KEY IS ATR01-CHAVE
      *
            EVALUATE WRK-FS-ARQATR01
                WHEN '00'
                     MOVE ATR01-VLR-MULTA-ACUMULADA TO WRK-VLR-MULTA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3230-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    VALIDADE DA COTACAO = DATA DE QUITACAO + QTDE DE DIAS       *
      *    CORRIDOS DO CARTAO DE PARAMETROS                            *
      *----------------------------------------------------------------*
        3240-CALCULA-VALIDADE           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-DAT-QUITACAO-AMD   TO WRK-DAT-PROXIMA-NUM
      *
            PERFORM 3240-10-AVANCA-DIA
                VARYING WRK-IND-SUB-DIA FROM 1 BY 1
                UNTIL WRK-IND-SUB-DIA GREATER WRK-QTD-DIAS-VALIDADE
      *
            MOVE WRK-DAT-PROXIMA-NUM    TO WRK-DAT-VALIDADE-AMD
            .
      *
      *----------------------------------------------------------------*
        3240-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    AVANCA A DATA DA VALIDADE PARA O DIA SEGUINTE DO CALENDARIO *
      *----------------------------------------------------------------*
        3240-10-AVANCA-DIA              SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE WRK-PROX-MES
                WHEN 01
                WHEN 03
                WHEN 05
                WHEN 07
                WHEN 08
                WHEN 10
                WHEN 12
                     MOVE 31            TO WRK-QTDE-DIAS-MES
                WHEN 04
                WHEN 06
                WHEN 09
                WHEN 11
                     MOVE 30            TO WRK-QTDE-DIAS-MES
                WHEN OTHER
                     IF FUNCTION MOD(WRK-PROX-ANO 4) EQUAL ZEROS
                        AND (FUNCTION MOD(WRK-PROX-ANO 100)
                                    NOT EQUAL ZEROS
                         OR FUNCTION MOD(WRK-PROX-ANO 400)
                                    EQUAL ZEROS)
                        MOVE 29         TO WRK-QTDE-DIAS-MES
                     ELSE
                        MOVE 28         TO WRK-QTDE-DIAS-MES
                     END-IF
            END-EVALUATE
      *
            ADD 1                       TO WRK-PROX-DIA
            IF WRK-PROX-DIA GREATER WRK-QTDE-DIAS-MES
               MOVE 1                   TO WRK-PROX-DIA
               ADD 1                    TO WRK-PROX-MES
               IF WRK-PROX-MES GREATER 12
                  MOVE 1                TO WRK-PROX-MES
                  ADD 1                 TO WRK-PROX-ANO
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3240-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRANSACAO COM TIPO NAO RECONHECIDO ('C'/'S')                *
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
      *    CRITICA DA TRANSACAO DE COTACAO/SIMULACAO - PARA NO         *
      *    PRIMEIRO ERRO, COM O MOTIVO EM WRK-DES-RESULTADO            *
      *----------------------------------------------------------------*
        3600-VALIDA-TRANSACAO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-TRN-VALIDA
      *
            PERFORM 3610-VALIDA-DATA-QUITACAO
            IF WRK-TRN-VALIDA
               PERFORM 3620-OBTEM-TAXA-DESCONTO
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
      *    DATA DE QUITACAO: EM BRANCO ASSUME A DATA DE PROCESSAMENTO; *
      *    INFORMADA, E CRITICADA PELA CALE2000 E NAO PODE SER         *
      *    ANTERIOR A DATA DE PROCESSAMENTO                            *
      *----------------------------------------------------------------*
        3610-VALIDA-DATA-QUITACAO        SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN09-DAT-QUITACAO EQUAL SPACES
               MOVE WRK-DAT-PROCESSAMENTO TO WRK-DAT-PROXIMA-NUM
               MOVE WRK-PROX-DIA        TO WRK-AUX-DIA
               MOVE WRK-PROX-MES        TO WRK-AUX-MES
               MOVE WRK-PROX-ANO        TO WRK-AUX-ANO
               MOVE WRK-DAT-EDIT-AUX    TO WRK-DAT-QUITACAO-EDIT
               MOVE WRK-DAT-PROCESSAMENTO TO WRK-DAT-QUITACAO-AMD
               GO TO 3610-99-FIM
            END-IF
      *
            MOVE TRN09-DAT-QUITACAO     TO WRK-DAT-VALIDAR
            PERFORM 3610-10-CRITICA-DATA
            IF NOT CALE01-RETORNO-OK
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - DATA DE QUITACAO INVALIDA (CALE2000)'
                                        TO WRK-DES-RESULTADO
               GO TO 3610-99-FIM
            END-IF
      *
            MOVE TRN09-DAT-QUITACAO     TO WRK-DAT-QUITACAO-EDIT
            MOVE TRN09-DAT-QUITACAO     TO WRK-DAT-EDIT-AUX
            COMPUTE WRK-DAT-QUITACAO-AMD =
                    WRK-AUX-ANO * 10000 + WRK-AUX-MES * 100
                    + WRK-AUX-DIA
      *
            IF WRK-DAT-QUITACAO-AMD LESS WRK-DAT-PROCESSAMENTO
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - DATA DE QUITACAO JA PASSADA'
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
      *    TAXA MENSAL DE DESCONTO - A DA TRANSACAO OU, EM ZEROS, A    *
      *    DEFAULT DO CARTAO DE PARAMETROS                             *
      *----------------------------------------------------------------*
        3620-OBTEM-TAXA-DESCONTO         SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN09-PCT-TAXA-DESCONTO GREATER ZEROS
               MOVE TRN09-PCT-TAXA-DESCONTO TO WRK-PCT-TAXA-DESCONTO
            ELSE
               MOVE PARM16-PCT-TAXA-DESCONTO-DFT
                                        TO WRK-PCT-TAXA-DESCONTO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3620-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    O CONTRATO DEVE EXISTIR E ESTAR ATIVO NO CADASTRO           *
      *----------------------------------------------------------------*
        3650-VERIFICA-CONTRATO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN09-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE TRN09-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE TRN09-NUM-CONTRATO     TO ARQENT01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-CONTA-INATIVA
                        MOVE 'N'        TO WRK-IND-TRN-VALIDA
                        MOVE 'REJEITADO - CONTRATO INATIVO NO CADASTRO'
                                        TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - CONTRATO NAO CADASTRADO'
                                        TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
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
      *    REJEITA A TRANSACAO CRITICADA PELA VALIDACAO - O MOTIVO JA  *
      *    ESTA EM WRK-DES-RESULTADO                                   *
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
      *    GRAVA A LINHA DA TRANSACAO COM A COMPOSICAO DO VALOR DE     *
      *    QUITACAO OU O MOTIVO DA REJEICAO                            *
      *----------------------------------------------------------------*
        3900-GRAVA-LISTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST09-REGISTRO
            MOVE TRN09-COD-AGENCIA      TO LST09-COD-AGENCIA
            MOVE TRN09-NUM-CONTA        TO LST09-NUM-CONTA
            MOVE TRN09-NUM-CONTRATO     TO LST09-NUM-CONTRATO
            MOVE TRN09-IND-TIPO-TRANSACAO TO LST09-IND-TIPO-TRANSACAO
            MOVE TRN09-DAT-QUITACAO     TO LST09-DAT-QUITACAO
            IF WRK-TRN-VALIDA
               MOVE WRK-DAT-QUITACAO-EDIT TO LST09-DAT-QUITACAO
               MOVE WRK-DAT-VALIDADE-AMD TO WRK-DAT-PROXIMA-NUM
               MOVE WRK-PROX-DIA        TO WRK-AUX-DIA
               MOVE WRK-PROX-MES        TO WRK-AUX-MES
               MOVE WRK-PROX-ANO        TO WRK-AUX-ANO
               MOVE WRK-DAT-EDIT-AUX    TO LST09-DAT-VALIDADE
               MOVE WRK-QTD-PARC-VENCIDAS TO LST09-QTD-PARC-VENCIDAS
               MOVE WRK-VLR-PARC-VENCIDAS TO LST09-VLR-PARC-VENCIDAS
               MOVE WRK-QTD-PARC-A-VENCER TO LST09-QTD-PARC-A-VENCER
               MOVE WRK-VLR-FACE-A-VENCER TO LST09-VLR-FACE-A-VENCER
               MOVE WRK-VLR-PRESENTE-A-VENCER
                                        TO LST09-VLR-PRESENTE-A-VENCER
               MOVE WRK-VLR-MULTA       TO LST09-VLR-MULTA
               MOVE WRK-VLR-TOTAL-QUITACAO
                                        TO LST09-VLR-TOTAL-QUITACAO
            END-IF
            MOVE WRK-DES-RESULTADO      TO LST09-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST09-REGISTRO
      *
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
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
      *    ROTINA DE LEITURA DO ARQUIVO DE TRANSACOES                  *
      *----------------------------------------------------------------*
        3800-LER-TRANSACAO               SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  TRN09-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            READ ARQTRN01                INTO TRN09-REGISTRO
      *
            EVALUATE WRK-FS-ARQTRN01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQTRN01
      * TRANSACAO SEM CONTRATO INFORMADO ASSUME O CONTRATO 01
                     IF TRN09-NUM-CONTRATO EQUAL ZEROS
                        MOVE 01 TO TRN09-NUM-CONTRATO
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

            IF NOT WRK-SEM-ARQATR01
               SET WRK-CN-ARQATR01       TO TRUE
               CLOSE ARQATR01
               IF NOT WRK-FS-ATR01-OK
                  MOVE WRK-FS-ARQATR01   TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQQUI01          TO TRUE
            CLOSE ARQQUI01
            IF NOT WRK-FS-QUI01-OK
               MOVE WRK-FS-ARQQUI01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0345        *'
            DISPLAY '* DATA DE PROCESSAMENTO...: ' WRK-DAT-PROCESSAMENTO
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* COTACOES EMITIDAS.......: ' ACU-COTADOS
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
