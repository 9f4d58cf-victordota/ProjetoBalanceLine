      *    EVENTO, BALANCEADO POR AGENCIA E DATA DE PROCESSAMENTO,     *
      *    MAIS O REGISTRO DE CONTROLE (CTL03112) PARA A CONTABILIDADE *
      *    CONFERIR A CARGA - FIM DA REDIGITACAO DOS TOTAIS IMPRESSOS. *
      *    ETAPA DA CADEIA NOTURNA: SO RODA COM A CONFERENCIA EXER0317 *
      *    CONCLUIDA OK NA MESMA DATA DE PROCESSAMENTO E REGISTRA      *
      *    INICIO, FIM E RETURN-CODE NO CONTROLE DA CADEIA (ARQCHN01,  *
      *    BOOK CHN03160).                                             *
      *    OS EVENTOS MENSAIS (PDD DO EXER0346 E COMISSAO DO EXER0358) *
      *    SAO LANCADOS UMA VEZ POR MES DE REFERENCIA: O CONTROLE DA   *
      *    CARGA ANTERIOR (ARQCTA01 - O ARQCTL01 DO RUN ANTERIOR)      *
      *    GUARDA O ULTIMO MES LANCADO DE CADA EVENTO E A DATA DE      *
      *    PROCESSAMENTO QUE O LANCOU. REGISTRO DE MES JA LANCADO POR  *
      *    UMA DATA ANTERIOR E IGNORADO; O RERUN DA MESMA DATA LANCA   *
      *    O MES DE NOVO.                                              *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAI06                                  SAI03612
      *      ARQSAI08                                  SAI03812
      *      ARQWOL01                                  WOL03122
      *      ARQREC01                                  REC03112
      *      ARQJUR01                                  JUR03112
      *      ARQPDD01                                  PDD03146
      *      ARQCMA01                                  CMA03158
      *      ARQDSC01                                  DSC03164
      *      ARQGLI01                                  GLI03122
      *      ARQCTA01                                  CTL03112
      *      ARQCTL01                                  CTL03112
      *      ARQPARM                                   PAR03112
      *      ARQCHN01                                  CHN03160
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                       FILE STATUS      IS WRK-FS-ARQSAI08.
            SELECT ARQWOL01 ASSIGN      TO UT-S-ARQWOL01
                       FILE STATUS      IS WRK-FS-ARQWOL01.
            SELECT ARQREC01 ASSIGN      TO UT-S-ARQREC01
                       FILE STATUS      IS WRK-FS-ARQREC01.
            SELECT ARQJUR01 ASSIGN      TO UT-S-ARQJUR01
                       FILE STATUS      IS WRK-FS-ARQJUR01.
            SELECT ARQPDD01 ASSIGN      TO UT-S-ARQPDD01
                       FILE STATUS      IS WRK-FS-ARQPDD01.
            SELECT ARQCMA01 ASSIGN      TO UT-S-ARQCMA01
                       FILE STATUS      IS WRK-FS-ARQCMA01.

            SELECT ARQDSC01 ASSIGN      TO UT-S-ARQDSC01
                       FILE STATUS      IS WRK-FS-ARQDSC01.
            SELECT ARQGLI01 ASSIGN      TO UT-S-ARQGLI01
                       FILE STATUS      IS WRK-FS-ARQGLI01.
            SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                       FILE STATUS      IS WRK-FS-ARQCTA01.
            SELECT ARQCTL01 ASSIGN      TO UT-S-ARQCTL01
                       FILE STATUS      IS WRK-FS-ARQCTL01.
            SELECT ARQPARM  ASSIGN      TO UT-S-ARQPARM
                       FILE STATUS      IS WRK-FS-ARQPARM.
            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.
      *
      *================================================================*
        DATA                            DIVISION.
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQWOL01             PIC X(25).

        FD  ARQREC01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQREC01             PIC X(46).

        FD  ARQJUR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQJUR01             PIC X(55).

        FD  ARQPDD01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQPDD01             PIC X(44).

        FD  ARQCMA01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCMA01             PIC X(31).

        FD  ARQDSC01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQDSC01             PIC X(25).

        FD  ARQGLI01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQGLI01             PIC X(29).

        FD  ARQCTA01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCTA01             PIC X(47).

        FD  ARQCTL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQPARM              PIC X(36).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
            COPY SAI03612.
            COPY SAI03812.
            COPY WOL03122.
            COPY REC03112.
            COPY JUR03112.
            COPY PDD03146.
            COPY CMA03158.
            COPY DSC03164.
            COPY GLI03122.
            COPY CTL03112.
            COPY PAR03112.
              05 WRK-AGE-VLR-ESTORNO PIC 9(011)V99.
              05 WRK-AGE-VLR-MULTA-ATR PIC 9(011)V99.
              05 WRK-AGE-VLR-PERDA PIC  9(011)V99.
              05 WRK-AGE-VLR-RECUPERACAO PIC 9(011)V99.
              05 WRK-AGE-VLR-JUROS PIC  9(011)V99.
              05 WRK-AGE-VLR-PDD-CONSTITUICAO PIC 9(011)V99.
              05 WRK-AGE-VLR-PDD-REVERSAO PIC 9(011)V99.
              05 WRK-AGE-VLR-COMISSAO PIC 9(011)V99.
              05 WRK-AGE-VLR-DEVOLUCAO PIC 9(011)V99.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
      *
        77 ACU-HASH-ARQGLI01       PIC  9(011)         VALUE ZEROS.
        77 ACU-TOT-DEBITOS         PIC  9(013)V99      VALUE ZEROS.
        77 ACU-TOT-CREDITOS        PIC  9(013)V99      VALUE ZEROS.
      *
      * ULTIMO MES DE REFERENCIA JA LANCADO DOS EVENTOS MENSAIS E A
      * DATA DE PROCESSAMENTO QUE O LANCOU (LIDOS DO ARQCTA01) E OS
      * GRAVADOS NO ARQCTL01 DESTA CARGA
        77 WRK-MES-LANCADO-PDD     PIC  9(006)         VALUE ZEROS.
        77 WRK-DAT-LANCADO-PDD     PIC  9(008)         VALUE ZEROS.
        77 WRK-MES-LANCADO-CMA     PIC  9(006)         VALUE ZEROS.
        77 WRK-DAT-LANCADO-CMA     PIC  9(008)         VALUE ZEROS.
        77 WRK-MES-NOVO-PDD        PIC  9(006)         VALUE ZEROS.
        77 WRK-DAT-NOVO-PDD        PIC  9(008)         VALUE ZEROS.
        77 WRK-MES-NOVO-CMA        PIC  9(006)         VALUE ZEROS.
        77 WRK-DAT-NOVO-CMA        PIC  9(008)         VALUE ZEROS.
        77 ACU-LANCADOS-ARQPDD01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LANCADOS-ARQCMA01   PIC  9(007)         VALUE ZEROS.
        77 ACU-IGNORADOS-ARQPDD01  PIC  9(007)         VALUE ZEROS.
        77 ACU-IGNORADOS-ARQCMA01  PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-DAT-PROCESSAMENTO   PIC  9(008)         VALUE ZEROS.
      *
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
      *
      * CONTROLE DA CADEIA NOTURNA (CHN03160) - A ETAPA SO RODA COM
      * A ETAPA ANTERIOR CONCLUIDA OK NA MESMA DATA DE PROCESSAMENTO
      * E REGISTRA O PROPRIO INICIO, FIM E RETURN-CODE (VIDE
      * 1050-VERIFICA-CADEIA E 9800-REGISTRA-FIM-ETAPA)
        77 WRK-DAT-CADEIA          PIC  9(008)         VALUE ZEROS.
        77 WRK-ETAPA-ANTERIOR      PIC  X(008)         VALUE SPACES.
        77 WRK-IND-ANTERIOR-OK     PIC  X(001)         VALUE 'N'.
           88 WRK-ANTERIOR-OK      VALUE 'S'.
        77 WRK-IND-ETAPA-REGISTRADA PIC X(001)         VALUE 'N'.
           88 WRK-ETAPA-REGISTRADA VALUE 'S'.
        01 WRK-CHN-TIMESTAMP.
           05 WRK-CHN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-CHN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
           88 WRK-CN-ARQSAI06      VALUE 'ARQSAI06'.
           88 WRK-CN-ARQSAI08      VALUE 'ARQSAI08'.
           88 WRK-CN-ARQWOL01      VALUE 'ARQWOL01'.
           88 WRK-CN-ARQREC01      VALUE 'ARQREC01'.
           88 WRK-CN-ARQJUR01      VALUE 'ARQJUR01'.
           88 WRK-CN-ARQPDD01      VALUE 'ARQPDD01'.
           88 WRK-CN-ARQCMA01      VALUE 'ARQCMA01'.
           88 WRK-CN-ARQDSC01      VALUE 'ARQDSC01'.
           88 WRK-CN-ARQGLI01      VALUE 'ARQGLI01'.
           88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
           88 WRK-CN-ARQCTL01      VALUE 'ARQCTL01'.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQCHN01      VALUE 'ARQCHN01'.
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
              88 WRK-FS-WOL01-OK   VALUE '00'.
              88 WRK-FS-WOL01-FIM  VALUE '10'.
              88 WRK-FS-WOL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQREC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REC01-OK   VALUE '00'.
              88 WRK-FS-REC01-FIM  VALUE '10'.
              88 WRK-FS-REC01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQJUR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-JUR01-OK   VALUE '00'.
              88 WRK-FS-JUR01-FIM  VALUE '10'.
              88 WRK-FS-JUR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQPDD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PDD01-OK   VALUE '00'.
              88 WRK-FS-PDD01-FIM  VALUE '10'.
              88 WRK-FS-PDD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCMA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CMA01-OK   VALUE '00'.
              88 WRK-FS-CMA01-FIM  VALUE '10'.
              88 WRK-FS-CMA01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQDSC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DSC01-OK   VALUE '00'.
              88 WRK-FS-DSC01-FIM  VALUE '10'.
              88 WRK-FS-DSC01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQGLI01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-GLI01-OK   VALUE '00'.
           05 WRK-FS-ARQCTL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CTL01-OK   VALUE '00'.
           05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CTA01-OK   VALUE '00'.
              88 WRK-FS-CTA01-FIM  VALUE '10'.
              88 WRK-FS-CTA01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
              88 WRK-FS-PARM-OK    VALUE '00'.
              88 WRK-FS-PARM-FIM   VALUE '10'.
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
            PERFORM 3600-ACUMULA-ARQSAI06
            PERFORM 3700-ACUMULA-ARQSAI08
            PERFORM 3750-ACUMULA-ARQWOL01
            PERFORM 3760-ACUMULA-ARQREC01
            PERFORM 3770-ACUMULA-ARQJUR01
            PERFORM 3780-ACUMULA-ARQPDD01
            PERFORM 3790-ACUMULA-ARQCMA01
            PERFORM 3795-ACUMULA-ARQDSC01
      *
            PERFORM 4000-FINALIZAR
            .

            PERFORM 1100-LER-PARAMETROS

            MOVE WRK-DAT-PROCESSAMENTO  TO WRK-DAT-CADEIA
            PERFORM 1050-VERIFICA-CADEIA

            PERFORM 1200-LER-CONTROLE-ANTERIOR

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQSAI01         TO TRUE
            OPEN INPUT ARQSAI01
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA - SO PROSSEGUE COM A ETAPA ANTERIOR      *
      *    (EXER0317) CONCLUIDA OK NA MESMA DATA DE PROCESSAMENTO E    *
      *    REGISTRA O INICIO DESTA ETAPA                               *
      *----------------------------------------------------------------*
        1050-VERIFICA-CADEIA            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            OPEN I-O ARQCHN01
            IF WRK-FS-CHN01-NAO-EXISTE
               OPEN OUTPUT ARQCHN01
               IF WRK-FS-CHN01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQCHN01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQCHN01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            MOVE 'EXER0317'             TO WRK-ETAPA-ANTERIOR
            PERFORM 1050-10-VERIFICA-ANTERIOR
      *
            IF NOT WRK-ANTERIOR-OK
               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQCHN01
              DISPLAY '************************************************'
              DISPLAY '*  ETAPA ANTERIOR DA CADEIA NAO CONCLUIDA OK   *'
              DISPLAY '*  ETAPA ANTERIOR.......: ' WRK-ETAPA-ANTERIOR
              DISPLAY '*  DATA DE PROCESSAMENTO: ' WRK-DAT-CADEIA
              DISPLAY '*  EXECUCAO FORA DE ORDEM RECUSADA             *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
               MOVE 12                  TO WRK-COD-RETORNO
               PERFORM 9900-FIM-PROGRAMA
            END-IF
      *
            PERFORM 1050-20-REGISTRA-INICIO
      *
            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCHN01
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            SET WRK-ETAPA-REGISTRADA    TO TRUE
            .
      *
      *----------------------------------------------------------------*
        1050-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O REGISTRO DA ETAPA ANTERIOR NA DATA DE PROCESSAMENTO E  *
      *    MARCA QUANDO ELA FOI CONCLUIDA OK                           *
      *----------------------------------------------------------------*
        1050-10-VERIFICA-ANTERIOR       SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-ANTERIOR-OK
            MOVE WRK-DAT-CADEIA         TO CHN01-DAT-PROCESSAMENTO
            MOVE WRK-ETAPA-ANTERIOR     TO CHN01-COD-ETAPA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            READ ARQCHN01               KEY IS CHN01-CHAVE
      *
            EVALUATE TRUE
                WHEN WRK-FS-CHN01-OK
                     IF CHN01-ETAPA-CONCLUIDA
                        SET WRK-ANTERIOR-OK TO TRUE
                     END-IF
                WHEN WRK-FS-CHN01-NAO-ENCONTRADO
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCHN01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        1050-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O INICIO DA ETAPA NA DATA DE PROCESSAMENTO - NOVA     *
      *    EXECUCAO NA MESMA DATA REGRAVA O REGISTRO E SOMA A QTDE DE  *
      *    EXECUCOES                                                   *
      *----------------------------------------------------------------*
        1050-20-REGISTRA-INICIO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE FUNCTION CURRENT-DATE  TO WRK-CHN-TIMESTAMP
            MOVE WRK-DAT-CADEIA         TO CHN01-DAT-PROCESSAMENTO
            MOVE WRK-PROGRAMA           TO CHN01-COD-ETAPA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            READ ARQCHN01               KEY IS CHN01-CHAVE
      *
            EVALUATE TRUE
                WHEN WRK-FS-CHN01-OK
                     ADD 1              TO CHN01-QTD-EXECUCOES
                     SET WRK-CN-REWRITE TO TRUE
                WHEN WRK-FS-CHN01-NAO-ENCONTRADO
                     INITIALIZE         CHN01-REGISTRO
                     MOVE WRK-DAT-CADEIA TO CHN01-DAT-PROCESSAMENTO
                     MOVE WRK-PROGRAMA  TO CHN01-COD-ETAPA
                     MOVE 1             TO CHN01-QTD-EXECUCOES
                     SET WRK-CN-WRITE   TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCHN01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            MOVE WRK-CHN-DATA           TO CHN01-DAT-INICIO
            MOVE WRK-CHN-HORA           TO CHN01-HOR-INICIO
            MOVE ZEROS                  TO CHN01-DAT-FIM
                                           CHN01-HOR-FIM
                                           CHN01-COD-RETORNO
            SET CHN01-ETAPA-INICIADA    TO TRUE
      *
            IF WRK-CN-REWRITE
               REWRITE CHN01-REGISTRO
            ELSE
               WRITE CHN01-REGISTRO
            END-IF
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1050-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ZERA A OCORRENCIA DE UMA AGENCIA NA TABELA DE TOTAIS        *
      *----------------------------------------------------------------*
        1000-10-ZERA-AGENCIA            SECTION.
                               WRK-AGE-VLR-ESTORNO (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-MULTA-ATR (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-PERDA (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-RECUPERACAO (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-JUROS (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-PDD-CONSTITUICAO
                               (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-PDD-REVERSAO
                               (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-COMISSAO (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-DEVOLUCAO (WRK-IND-SUB-AGE)
            .
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O CONTROLE DA CARGA ANTERIOR (ARQCTA01) PARA OBTER O     *
      *    ULTIMO MES DE REFERENCIA JA LANCADO DE CADA EVENTO MENSAL   *
      *    (PDD/COMISSAO) E A DATA QUE O LANCOU. ARQUIVO AUSENTE =     *
      *    PRIMEIRA CARGA, NENHUM MES LANCADO                          *
      *----------------------------------------------------------------*
        1200-LER-CONTROLE-ANTERIOR      SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCTA01         TO TRUE
            OPEN INPUT ARQCTA01

            EVALUATE TRUE
                WHEN WRK-FS-CTA01-NAO-EXISTE
                     CONTINUE
                WHEN WRK-FS-CTA01-OK
                     PERFORM 1200-10-LER-ARQCTA01
                         UNTIL WRK-FS-CTA01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQCTA01
                WHEN OTHER
                     MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE WRK-MES-LANCADO-PDD    TO WRK-MES-NOVO-PDD
            MOVE WRK-DAT-LANCADO-PDD    TO WRK-DAT-NOVO-PDD
            MOVE WRK-MES-LANCADO-CMA    TO WRK-MES-NOVO-CMA
            MOVE WRK-DAT-LANCADO-CMA    TO WRK-DAT-NOVO-CMA
            .
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-10-LER-ARQCTA01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCTA01         TO TRUE
            READ ARQCTA01               INTO CTL01-REGISTRO
            EVALUATE WRK-FS-ARQCTA01
                WHEN '00'
                     EVALUATE CTL01-NOME-ARQUIVO
                         WHEN 'ARQPDD01'
                              MOVE CTL01-MES-REFERENCIA
                                        TO WRK-MES-LANCADO-PDD
                              MOVE CTL01-DAT-LANCAMENTO
                                        TO WRK-DAT-LANCADO-PDD
                         WHEN 'ARQCMA01'
                              MOVE CTL01-MES-REFERENCIA
                                        TO WRK-MES-LANCADO-CMA
                              MOVE CTL01-DAT-LANCAMENTO
                                        TO WRK-DAT-LANCADO-CMA
                         WHEN OTHER
                              CONTINUE
                     END-EVALUATE
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA OS PAGAMENTOS NO PRAZO (ARQSAI01) POR AGENCIA       *
      *----------------------------------------------------------------*
        3100-ACUMULA-ARQSAI01           SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA AS RECUPERACOES DE CONTRATOS BAIXADOS POR PERDA     *
      *    (ARQREC01, GERADO PELO EXER0312) POR AGENCIA - ARQUIVO      *
      *    AUSENTE = NENHUMA RECUPERACAO NO RUN                        *
      *----------------------------------------------------------------*
        3760-ACUMULA-ARQREC01           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQREC01         TO TRUE
            OPEN INPUT ARQREC01

            EVALUATE TRUE
                WHEN WRK-FS-REC01-NAO-EXISTE
                     CONTINUE
                WHEN WRK-FS-REC01-OK
                     PERFORM 3760-10-LER-ARQREC01
                         UNTIL WRK-FS-REC01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQREC01
                WHEN OTHER
                     MOVE WRK-FS-ARQREC01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3760-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3760-10-LER-ARQREC01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQREC01         TO TRUE
            READ ARQREC01               INTO REC01-REGISTRO
            EVALUATE WRK-FS-ARQREC01
                WHEN '00'
                     IF REC01-COD-AGENCIA GREATER ZEROS
                        MOVE REC01-COD-AGENCIA TO WRK-IND-SUB-AGE
                        MOVE 'S' TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
                        ADD REC01-VLR-RECUPERADO
                          TO WRK-AGE-VLR-RECUPERACAO (WRK-IND-SUB-AGE)
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQREC01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3760-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA OS JUROS DAS PARCELAS COM ABERTURA PRINCIPAL/JUROS  *
      *    BAIXADAS NO RUN (ARQJUR01, GERADO PELO EXER0312) POR        *
      *    AGENCIA - ARQUIVO AUSENTE = NENHUMA PARCELA COM ABERTURA    *
      *----------------------------------------------------------------*
        3770-ACUMULA-ARQJUR01           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQJUR01         TO TRUE
            OPEN INPUT ARQJUR01

            EVALUATE TRUE
                WHEN WRK-FS-JUR01-NAO-EXISTE
                     CONTINUE
                WHEN WRK-FS-JUR01-OK
                     PERFORM 3770-10-LER-ARQJUR01
                         UNTIL WRK-FS-JUR01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQJUR01
                WHEN OTHER
                     MOVE WRK-FS-ARQJUR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3770-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3770-10-LER-ARQJUR01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQJUR01         TO TRUE
            READ ARQJUR01               INTO JUR01-REGISTRO
            EVALUATE WRK-FS-ARQJUR01
                WHEN '00'
                     IF JUR01-COD-AGENCIA GREATER ZEROS
                        MOVE JUR01-COD-AGENCIA TO WRK-IND-SUB-AGE
                        MOVE 'S' TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
                        ADD JUR01-VLR-JUROS
                          TO WRK-AGE-VLR-JUROS (WRK-IND-SUB-AGE)
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQJUR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3770-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA A VARIACAO MENSAL DA PDD (ARQPDD01, GERADO PELO     *
      *    EXER0346) POR AGENCIA - ARQUIVO AUSENTE = RUN SEM CALCULO   *
      *    DE PROVISAO (O CALCULO DA PDD E MENSAL)                     *
      *----------------------------------------------------------------*
        3780-ACUMULA-ARQPDD01           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQPDD01         TO TRUE
            OPEN INPUT ARQPDD01

            EVALUATE TRUE
                WHEN WRK-FS-PDD01-NAO-EXISTE
                     CONTINUE
                WHEN WRK-FS-PDD01-OK
                     PERFORM 3780-10-LER-ARQPDD01
                         UNTIL WRK-FS-PDD01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQPDD01
                WHEN OTHER
                     MOVE WRK-FS-ARQPDD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3780-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3780-10-LER-ARQPDD01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPDD01         TO TRUE
            READ ARQPDD01               INTO PDD01-REGISTRO
            EVALUATE WRK-FS-ARQPDD01
                WHEN '00'
      * MES JA LANCADO POR UMA DATA DE PROCESSAMENTO ANTERIOR
                     IF PDD01-MES-REFERENCIA LESS WRK-MES-LANCADO-PDD
                        OR (PDD01-MES-REFERENCIA EQUAL
                                        WRK-MES-LANCADO-PDD
                        AND WRK-DAT-LANCADO-PDD LESS
                                        WRK-DAT-PROCESSAMENTO)
                        ADD 1 TO ACU-IGNORADOS-ARQPDD01
                        GO TO 3780-10-99-FIM
                     END-IF
                     IF PDD01-MES-REFERENCIA NOT LESS WRK-MES-NOVO-PDD
                        MOVE PDD01-MES-REFERENCIA TO WRK-MES-NOVO-PDD
                        MOVE WRK-DAT-PROCESSAMENTO
                                        TO WRK-DAT-NOVO-PDD
                     END-IF
                     ADD 1 TO ACU-LANCADOS-ARQPDD01
                     IF PDD01-COD-AGENCIA GREATER ZEROS
                        MOVE PDD01-COD-AGENCIA TO WRK-IND-SUB-AGE
                        MOVE 'S' TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
                        ADD PDD01-VLR-CONSTITUICAO
                          TO WRK-AGE-VLR-PDD-CONSTITUICAO
                             (WRK-IND-SUB-AGE)
                        ADD PDD01-VLR-REVERSAO
                          TO WRK-AGE-VLR-PDD-REVERSAO
                             (WRK-IND-SUB-AGE)
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPDD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3780-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA A COMISSAO MENSAL DAS ASSESSORIAS DE COBRANCA       *
      *    (ARQCMA01, GERADO PELO EXER0358) POR AGENCIA - ARQUIVO      *
      *    AUSENTE = RUN SEM CALCULO DE COMISSAO (O CALCULO E MENSAL)  *
      *----------------------------------------------------------------*
        3790-ACUMULA-ARQCMA01           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCMA01         TO TRUE
            OPEN INPUT ARQCMA01

            EVALUATE TRUE
                WHEN WRK-FS-CMA01-NAO-EXISTE
                     CONTINUE
                WHEN WRK-FS-CMA01-OK
                     PERFORM 3790-10-LER-ARQCMA01
                         UNTIL WRK-FS-CMA01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQCMA01
                WHEN OTHER
                     MOVE WRK-FS-ARQCMA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3790-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3790-10-LER-ARQCMA01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCMA01         TO TRUE
            READ ARQCMA01               INTO CMA01-REGISTRO
            EVALUATE WRK-FS-ARQCMA01
                WHEN '00'
      * MES JA LANCADO POR UMA DATA DE PROCESSAMENTO ANTERIOR
                     IF CMA01-MES-REFERENCIA LESS WRK-MES-LANCADO-CMA
                        OR (CMA01-MES-REFERENCIA EQUAL
                                        WRK-MES-LANCADO-CMA
                        AND WRK-DAT-LANCADO-CMA LESS
                                        WRK-DAT-PROCESSAMENTO)
                        ADD 1 TO ACU-IGNORADOS-ARQCMA01
                        GO TO 3790-10-99-FIM
                     END-IF
                     IF CMA01-MES-REFERENCIA NOT LESS WRK-MES-NOVO-CMA
                        MOVE CMA01-MES-REFERENCIA TO WRK-MES-NOVO-CMA
                        MOVE WRK-DAT-PROCESSAMENTO
                                        TO WRK-DAT-NOVO-CMA
                     END-IF
                     ADD 1 TO ACU-LANCADOS-ARQCMA01
                     IF CMA01-COD-AGENCIA GREATER ZEROS
                        MOVE CMA01-COD-AGENCIA TO WRK-IND-SUB-AGE
                        MOVE 'S' TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
                        ADD CMA01-VLR-COMISSAO
                          TO WRK-AGE-VLR-COMISSAO (WRK-IND-SUB-AGE)
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCMA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3790-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA AS DEVOLUCOES DE SALDO CREDOR APLICADAS (ARQDSC01,  *
      *    GERADO PELO EXER0364) POR AGENCIA - ARQUIVO AUSENTE = RUN   *
      *    SEM DEVOLUCAO APLICADA                                      *
      *----------------------------------------------------------------*
        3795-ACUMULA-ARQDSC01           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQDSC01         TO TRUE
            OPEN INPUT ARQDSC01

            EVALUATE TRUE
                WHEN WRK-FS-DSC01-NAO-EXISTE
                     CONTINUE
                WHEN WRK-FS-DSC01-OK
                     PERFORM 3795-10-LER-ARQDSC01
                         UNTIL WRK-FS-DSC01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQDSC01
                WHEN OTHER
                     MOVE WRK-FS-ARQDSC01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3795-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3795-10-LER-ARQDSC01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDSC01         TO TRUE
            READ ARQDSC01               INTO DSC01-REGISTRO
            EVALUATE WRK-FS-ARQDSC01
                WHEN '00'
                     IF DSC01-COD-AGENCIA GREATER ZEROS
                        MOVE DSC01-COD-AGENCIA TO WRK-IND-SUB-AGE
                        MOVE 'S' TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
                        ADD DSC01-VLR-DEVOLUCAO
                          TO WRK-AGE-VLR-DEVOLUCAO (WRK-IND-SUB-AGE)
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQDSC01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3795-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GERA OS LANCAMENTOS, O REGISTRO DE CONTROLE E ENCERRA -     *
      *    CADA EVENTO COM VALOR GERA O PAR DEBITO/CREDITO DE MESMO    *
      *    VALOR, DE MODO QUE A CARGA FECHA EM ZERO POR AGENCIA        *
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * ULTIMO MES LANCADO DE CADA EVENTO MENSAL, LIDO PELA PROXIMA
      * CARGA. EM SIMULACAO NADA E CONTABILIZADO - O MES ANTERIOR E
      * MANTIDO
            IF PARM01-EXECUTA-SIMULACAO
               MOVE WRK-MES-LANCADO-PDD  TO WRK-MES-NOVO-PDD
               MOVE WRK-DAT-LANCADO-PDD  TO WRK-DAT-NOVO-PDD
               MOVE WRK-MES-LANCADO-CMA  TO WRK-MES-NOVO-CMA
               MOVE WRK-DAT-LANCADO-CMA  TO WRK-DAT-NOVO-CMA
            END-IF

            INITIALIZE                   CTL01-REGISTRO
            MOVE 'ARQPDD01'              TO CTL01-NOME-ARQUIVO
            MOVE ACU-LANCADOS-ARQPDD01   TO CTL01-QTDE-REGISTROS
            MOVE WRK-MES-NOVO-PDD        TO CTL01-MES-REFERENCIA
            MOVE WRK-DAT-NOVO-PDD        TO CTL01-DAT-LANCAMENTO
            MOVE WRK-DAT-PROCESSAMENTO   TO CTL01-DAT-PROCESSAMENTO
            MOVE PARM01-IND-SIMULACAO    TO CTL01-IND-SIMULACAO
            WRITE FD-ARQCTL01            FROM CTL01-REGISTRO
            IF NOT WRK-FS-CTL01-OK
               MOVE WRK-FS-ARQCTL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            INITIALIZE                   CTL01-REGISTRO
            MOVE 'ARQCMA01'              TO CTL01-NOME-ARQUIVO
            MOVE ACU-LANCADOS-ARQCMA01   TO CTL01-QTDE-REGISTROS
            MOVE WRK-MES-NOVO-CMA        TO CTL01-MES-REFERENCIA
            MOVE WRK-DAT-NOVO-CMA        TO CTL01-DAT-LANCAMENTO
            MOVE WRK-DAT-PROCESSAMENTO   TO CTL01-DAT-PROCESSAMENTO
            MOVE PARM01-IND-SIMULACAO    TO CTL01-IND-SIMULACAO
            WRITE FD-ARQCTL01            FROM CTL01-REGISTRO
            IF NOT WRK-FS-CTL01-OK
               MOVE WRK-FS-ARQCTL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-CLOSE             TO TRUE
            CLOSE ARQCTL01

            IF ACU-TOT-DEBITOS NOT EQUAL ACU-TOT-CREDITOS
               DISPLAY '* CARGA NAO BALANCEADA - CONFERIR            *'
            END-IF
            MOVE ACU-IGNORADOS-ARQPDD01  TO WRK-MASK-QTDREG
            DISPLAY '* PDD DE MES JA LANCADO...: ' WRK-MASK-QTDREG
            MOVE ACU-IGNORADOS-ARQCMA01  TO WRK-MASK-QTDREG
            DISPLAY '* COMISSAO DE MES LANCADO.: ' WRK-MASK-QTDREG
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
      *    OS VALORES PAGOS DOS ARQSAI01/02/05 SAO BRUTOS (VIDE        *
      *    SAI03112/SAI03512), DE MODO QUE O EVENTO DE ESTORNO DO      *
      *    ARQSAI06 REVERTE EXATAMENTE A ENTRADA LANCADA - SEM ABATER  *
      *    DUAS VEZES O ESTORNO JA OCORRIDO NO PROPRIO RUN.            *
      *    OS JUROS DAS PARCELAS COM ABERTURA (ARQJUR01) SAEM DO       *
      *    PAGAMENTO RECEBIDO E VAO PARA O EVENTO DE RECEITA DE JUROS; *
      *    JUROS ACIMA DO PAGAMENTO (PARCELA QUITADA COM SALDO CREDOR) *
      *    ZERAM O 'PGR' E SAO LANCADOS INTEGRALMENTE EM 'JUR'         *
      *----------------------------------------------------------------*
        4100-LANCA-AGENCIA              SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) EQUAL 'S'
               IF WRK-AGE-VLR-JUROS (WRK-IND-SUB-AGE) GREATER
                          WRK-AGE-VLR-PAGAMENTO (WRK-IND-SUB-AGE)
                  MOVE ZEROS
                          TO WRK-AGE-VLR-PAGAMENTO (WRK-IND-SUB-AGE)
               ELSE
                  SUBTRACT WRK-AGE-VLR-JUROS (WRK-IND-SUB-AGE)
                      FROM WRK-AGE-VLR-PAGAMENTO (WRK-IND-SUB-AGE)
               END-IF
               IF WRK-AGE-VLR-PAGAMENTO (WRK-IND-SUB-AGE)
                          GREATER ZEROS
                  MOVE 'PGR' TO GLI01-COD-EVENTO
                                        TO GLI01-VLR-LANCAMENTO
                  PERFORM 4110-GRAVA-PAR-LANCAMENTO
               END-IF
               IF WRK-AGE-VLR-RECUPERACAO (WRK-IND-SUB-AGE)
                          GREATER ZEROS
                  MOVE 'RCP' TO GLI01-COD-EVENTO
                  MOVE WRK-AGE-VLR-RECUPERACAO (WRK-IND-SUB-AGE)
                                        TO GLI01-VLR-LANCAMENTO
                  PERFORM 4110-GRAVA-PAR-LANCAMENTO
               END-IF
               IF WRK-AGE-VLR-JUROS (WRK-IND-SUB-AGE) GREATER ZEROS
                  MOVE 'JUR' TO GLI01-COD-EVENTO
                  MOVE WRK-AGE-VLR-JUROS (WRK-IND-SUB-AGE)
                                        TO GLI01-VLR-LANCAMENTO
                  PERFORM 4110-GRAVA-PAR-LANCAMENTO
               END-IF
               IF WRK-AGE-VLR-PDD-CONSTITUICAO (WRK-IND-SUB-AGE)
                          GREATER ZEROS
                  MOVE 'PDC' TO GLI01-COD-EVENTO
                  MOVE WRK-AGE-VLR-PDD-CONSTITUICAO (WRK-IND-SUB-AGE)
                                        TO GLI01-VLR-LANCAMENTO
                  PERFORM 4110-GRAVA-PAR-LANCAMENTO
               END-IF
               IF WRK-AGE-VLR-PDD-REVERSAO (WRK-IND-SUB-AGE)
                          GREATER ZEROS
                  MOVE 'PDR' TO GLI01-COD-EVENTO
                  MOVE WRK-AGE-VLR-PDD-REVERSAO (WRK-IND-SUB-AGE)
                                        TO GLI01-VLR-LANCAMENTO
                  PERFORM 4110-GRAVA-PAR-LANCAMENTO
               END-IF
               IF WRK-AGE-VLR-COMISSAO (WRK-IND-SUB-AGE)
                          GREATER ZEROS
                  MOVE 'CMS' TO GLI01-COD-EVENTO
                  MOVE WRK-AGE-VLR-COMISSAO (WRK-IND-SUB-AGE)
                                        TO GLI01-VLR-LANCAMENTO
                  PERFORM 4110-GRAVA-PAR-LANCAMENTO
               END-IF
               IF WRK-AGE-VLR-DEVOLUCAO (WRK-IND-SUB-AGE)
                          GREATER ZEROS
                  MOVE 'DSC' TO GLI01-COD-EVENTO
                  MOVE WRK-AGE-VLR-DEVOLUCAO (WRK-IND-SUB-AGE)
                                        TO GLI01-VLR-LANCAMENTO
                  PERFORM 4110-GRAVA-PAR-LANCAMENTO
               END-IF
            END-IF
            .
      *
                                       ' CANCELADO                  *'
            DISPLAY '************************************************'

            MOVE 12                     TO WRK-COD-RETORNO
            PERFORM 9900-FIM-PROGRAMA
            .

      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O FIM DA ETAPA NO CONTROLE DA CADEIA COM O            *
      *    RETURN-CODE DEVOLVIDO AO SCHEDULER - SO RETURN-CODE ZERO    *
      *    LIBERA AS ETAPAS SEGUINTES                                  *
      *----------------------------------------------------------------*
        9800-REGISTRA-FIM-ETAPA    SECTION.
      *----------------------------------------------------------------*

            MOVE 'N'                    TO WRK-IND-ETAPA-REGISTRADA
            MOVE FUNCTION CURRENT-DATE  TO WRK-CHN-TIMESTAMP

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            OPEN I-O ARQCHN01
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-DAT-CADEIA         TO CHN01-DAT-PROCESSAMENTO
            MOVE WRK-PROGRAMA           TO CHN01-COD-ETAPA
            SET WRK-CN-READ             TO TRUE
            READ ARQCHN01               KEY IS CHN01-CHAVE
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-CHN-DATA           TO CHN01-DAT-FIM
            MOVE WRK-CHN-HORA           TO CHN01-HOR-FIM
            MOVE WRK-COD-RETORNO        TO CHN01-COD-RETORNO
            IF WRK-COD-RETORNO EQUAL ZEROS
               SET CHN01-ETAPA-CONCLUIDA TO TRUE
            ELSE
               SET CHN01-ETAPA-COM-ERRO TO TRUE
            END-IF

            SET WRK-CN-REWRITE          TO TRUE
            REWRITE CHN01-REGISTRO
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCHN01
            .

      *----------------------------------------------------------------*
        9800-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE ENCERRAMENTO DO PROGRAMA - DEVOLVE O RETURN-CODE  *
      *    AO SCHEDULER (0 = OK, 12 = ERRO/EXECUCAO RECUSADA)          *
      *----------------------------------------------------------------*
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            IF WRK-ETAPA-REGISTRADA
               PERFORM 9800-REGISTRA-FIM-ETAPA
            END-IF

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
      *
