      *    DIVERGENCIA TERMINA COM RETURN-CODE 8 PARA O SCHEDULER      *
      *    ACIONAR A TESOURARIA NO MESMO DIA - E NAO NO FECHAMENTO     *
      *    DO MES.                                                     *
      *    REPASSE DE ASSESSORIA DE COBRANCA (BNC01 ORIGEM 'A') NAO    *
      *    TEM PAGAMENTO NO BALANCE LINE - FICA FORA DA CONCILIACAO E  *
      *    E CONFERIDO PELO EXER0358 CONTRA O LOG DE LIQUIDACOES.      *
      *    ETAPA DA CADEIA NOTURNA: SO RODA COM A CONFERENCIA EXER0317 *
      *    CONCLUIDA OK NA ULTIMA DATA DA JANELA CONCILIADA E          *
      *    REGISTRA INICIO, FIM E RETURN-CODE NO CONTROLE DA CADEIA    *
      *    (ARQCHN01, BOOK CHN03160).                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAI05                                  SAI03512
      *      ARQCTL01                                  CTL03112
      *      ARQREL01                                  (LINHA 132)
      *      ARQCHN01                                  CHN03160
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                       FILE STATUS      IS WRK-FS-ARQCTL01.
            SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                       FILE STATUS      IS WRK-FS-ARQREL01.
            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.
      *
      *================================================================*
        DATA                            DIVISION.
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQBNC01             PIC X(32).

        FD  ARQSAI01
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQREL01             PIC X(132).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
        77 ACU-TOT-VLR-BANCO       PIC  9(013)V99      VALUE ZEROS.
        77 ACU-AGE-DIVERGENTES     PIC  9(005)         VALUE ZEROS.
        77 ACU-BNC-FORA-DATA       PIC  9(007)         VALUE ZEROS.
        77 ACU-BNC-ASSESSORIA      PIC  9(007)         VALUE ZEROS.
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
           88 WRK-CN-ARQBNC01      VALUE 'ARQBNC01'.
           88 WRK-CN-ARQSAI05      VALUE 'ARQSAI05'.
           88 WRK-CN-ARQCTL01      VALUE 'ARQCTL01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
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
              88 WRK-FS-CTL01-FIM  VALUE '10'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*

            PERFORM 1100-LER-CONTROLES

            MOVE WRK-DAT-JANELA-FIM     TO WRK-DAT-CADEIA
            PERFORM 1050-VERIFICA-CADEIA

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQBNC01         TO TRUE
            OPEN INPUT ARQBNC01
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
      *----------------------------------------------------------------*
      *    ACUMULA OS CREDITOS DO BANCO (ARQBNC01) POR AGENCIA -       *
      *    CREDITO COM DATA FORA DA JANELA DE DATAS DOS CONTROLES E    *
      *    CONTADO A PARTE E NAO ENTRA NA CONCILIACAO; O MESMO VALE    *
      *    PARA O REPASSE DE ASSESSORIA DE COBRANCA                    *
      *----------------------------------------------------------------*
        3700-ACUMULA-BANCO              SECTION.
      *----------------------------------------------------------------*
            READ ARQBNC01               INTO BNC01-REGISTRO
            EVALUATE WRK-FS-ARQBNC01
                WHEN '00'
                     IF BNC01-ORIGEM-ASSESSORIA
                        ADD 1           TO ACU-BNC-ASSESSORIA
                        GO TO 3700-10-99-FIM
                     END-IF
                     MOVE 'N'           TO WRK-IND-DATA-ACHADA
                     PERFORM 3700-20-PROCURA-DATA
                         VARYING WRK-IND-SUB-DAT FROM 1 BY 1
               DISPLAY '* CREDITOS DE OUTRA DATA IGNORADOS: '
                       ACU-BNC-FORA-DATA
            END-IF
            IF ACU-BNC-ASSESSORIA GREATER ZEROS
               DISPLAY '* REPASSES DE ASSESSORIA IGNORADOS: '
                       ACU-BNC-ASSESSORIA
            END-IF
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
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
      *    AO SCHEDULER (0 = SEM DIVERGENCIA, 8 = DIVERGENCIA, 12 =    *
      *    ERRO)                                                       *
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            IF WRK-ETAPA-REGISTRADA
               PERFORM 9800-REGISTRA-FIM-ETAPA
            END-IF

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
