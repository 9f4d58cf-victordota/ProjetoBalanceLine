      *    REGISTRO DE CONTROLE) TERMINA COM RETURN-CODE 8 PARA O      *
      *    SCHEDULER SEGURAR A CADEIA; TUDO CONFERIDO TERMINA COM      *
      *    RETURN-CODE 0.                                              *
      *    ETAPA DA CADEIA NOTURNA: SO RODA COM O EXER0312 (OU O       *
      *    EXER0334, NO RUN EM PARTICOES) CONCLUIDO OK NA ULTIMA DATA  *
      *    DOS CONTROLES E REGISTRA INICIO, FIM E RETURN-CODE NO       *
      *    CONTROLE DA CADEIA (ARQCHN01, BOOK CHN03160). CARGA DE      *
      *    SIMULACAO NAO PASSA PELO CONTROLE DA CADEIA.                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAI07                                  SAI03712
      *      ARQNOT01                                  NOT03112
      *      ARQSAI08                                  SAI03812
      *      ARQCHN01                                  CHN03160
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                       FILE STATUS      IS WRK-FS-ARQNOT01.
            SELECT ARQSAI08 ASSIGN      TO UT-S-ARQSAI08
                       FILE STATUS      IS WRK-FS-ARQSAI08.
            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.
      *
      *================================================================*
        DATA                            DIVISION.
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQSAI08             PIC X(33).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * CADEIA CONSUMIDORA NAO DEVE PROCESSAR OS ARQUIVOS
        77 WRK-IND-CARGA-SIMULACAO PIC  X(001)         VALUE 'N'.
           88 WRK-CARGA-SIMULACAO  VALUE 'S'.
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
           88 WRK-CN-ARQCTL01      VALUE 'ARQCTL01'.
           88 WRK-CN-ARQSAI07      VALUE 'ARQSAI07'.
           88 WRK-CN-ARQNOT01      VALUE 'ARQNOT01'.
           88 WRK-CN-ARQSAI08      VALUE 'ARQSAI08'.
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
           05 WRK-FS-ARQSAI08      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SAI08-OK   VALUE '00'.
              88 WRK-FS-SAI08-FIM  VALUE '10'.
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
               MOVE WRK-FS-ARQCTL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * A DATA DE PROCESSAMENTO DA CADEIA E A ULTIMA DATA DOS
      * CONTROLES (A DATA FINAL NUM RUN EM FAIXA DE DATAS)
            IF NOT WRK-CARGA-SIMULACAO
               PERFORM 1050-VERIFICA-CADEIA
            END-IF
            .
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA - SO PROSSEGUE COM O BALANCE LINE        *
      *    (EXER0312, OU EXER0334 QUANDO RODADO EM PARTICOES)          *
      *    CONCLUIDO OK NA MESMA DATA DE PROCESSAMENTO E REGISTRA O    *
      *    INICIO DESTA ETAPA                                          *
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
            MOVE 'EXER0312'             TO WRK-ETAPA-ANTERIOR
            PERFORM 1050-10-VERIFICA-ANTERIOR
      * BALANCE LINE RODADO EM PARTICOES - A ETAPA ANTERIOR E A
      * CONSOLIDACAO DOS CONTROLES DAS PARTICOES
            IF NOT WRK-ANTERIOR-OK
               MOVE 'EXER0334'          TO WRK-ETAPA-ANTERIOR
               PERFORM 1050-10-VERIFICA-ANTERIOR
            END-IF
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
      *    LE UM REGISTRO DE CONTROLE E O GUARDA NA TABELA             *
      *----------------------------------------------------------------*
        1000-10-LER-CONTROLE            SECTION.
                     IF CTL01-CARGA-SIMULACAO
                        SET WRK-CARGA-SIMULACAO TO TRUE
                     END-IF
                     IF CTL01-DAT-PROCESSAMENTO GREATER WRK-DAT-CADEIA
                        MOVE CTL01-DAT-PROCESSAMENTO TO WRK-DAT-CADEIA
                     END-IF
                     PERFORM 1000-20-ACUMULA-CONTROLE
                WHEN '10'
                     CONTINUE
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
      *    AO SCHEDULER (0 = TUDO OK, 8 = DIVERGENCIA, 12 = ERRO)      *
      *----------------------------------------------------------------*
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            IF WRK-ETAPA-REGISTRADA
               PERFORM 9800-REGISTRA-FIM-ETAPA
            END-IF

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
