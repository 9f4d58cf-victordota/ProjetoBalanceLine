      *    (ARQREJ01, BOOK REJ03112) COM O CODIGO DO MOTIVO DE CADA    *
      *    REGISTRO CRITICADO. MOVIMENTO FORA DE ORDEM OU COM DATA     *
      *    INVALIDA DEIXA DE DERRUBAR O BALANCE LINE DE MADRUGADA.     *
      *    PRIMEIRA ETAPA DA CADEIA NOTURNA: REGISTRA INICIO, FIM E    *
      *    RETURN-CODE NO CONTROLE DA CADEIA (ARQCHN01, BOOK CHN03160).*
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03118
      *      ARQFPG01                                  FPG03112
      *      ARQFPN01                                  FPG03112
      *      ARQCHN01                                  CHN03160
      *----------------------------------------------------------------*
      *    ROTINAS.....: CALE2000                                      *
      *                                                                *
            SELECT ARQFPN01 ASSIGN      TO UT-S-ARQFPN01
                       FILE STATUS      IS WRK-FS-ARQFPN01.

            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.

            SELECT ARQSRT01 ASSIGN      TO UT-S-ARQSRT01.

      *
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQFPN01             PIC X(40).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

        SD  ARQSRT01.
        01 SRT-REGISTRO.
           03 SRT-CHAVE.
           03 WRK-IMP-CHV-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-IMP-CHV-CONTA    PIC  9(008)         VALUE ZEROS.
           03 WRK-IMP-CHV-ESTORNO  PIC  X(001)         VALUE 'N'.
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
           88 WRK-CN-ARQENT02      VALUE 'ARQENT02'.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQFPG01      VALUE 'ARQFPG01'.
           88 WRK-CN-ARQFPN01      VALUE 'ARQFPN01'.
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
           05 WRK-FS-SORT          PIC  X(002) VALUE SPACES.
              88 WRK-FS-SORT-OK    VALUE '00'.
              88 WRK-FS-SORT-FIM   VALUE '10'.
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
               MOVE WRK-DAT-EXECUCAO    TO WRK-DAT-PROCESSAMENTO
            END-IF

            MOVE WRK-DAT-PROCESSAMENTO  TO WRK-DAT-CADEIA
            PERFORM 1050-VERIFICA-CADEIA

            PERFORM 1200-CARREGA-IMPRESSOES

            SET WRK-CN-ARQFPN01         TO TRUE
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA - PRIMEIRA ETAPA, SEM ETAPA ANTERIOR:    *
      *    REGISTRA O INICIO DESTA ETAPA NA DATA DE PROCESSAMENTO      *
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
      *    ROTINA DE LEITURA DO CARTAO/ARQUIVO DE PARAMETROS           *
      *    (SE NAO EXISTIR OU VIER VAZIO, ASSUME-SE O DEFAULT DO BOOK) *
      *----------------------------------------------------------------*
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
      *    AO SCHEDULER (0 = OK, 8 = DIVERGENCIA DE CONTROLE, 12 =     *
      *    ERRO/SEM HEADER)                                            *
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            IF WRK-ETAPA-REGISTRADA
               PERFORM 9800-REGISTRA-FIM-ETAPA
            END-IF

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
