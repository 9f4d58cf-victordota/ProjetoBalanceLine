      *    REGISTRO DE CONTROLE (CTL03112) E CADA OPERACAO FICA NO     *
      *    LOG ACUMULADO (NEL03112) - A PROVA DA EXCLUSAO TEMPESTIVA   *
      *    QUE O JURIDICO COBRA.                                       *
      *    O BUREAU SO ACEITA A INCLUSAO COM O CPF/CNPJ DO CLIENTE:    *
      *    CONTRATO SEM DOCUMENTO NO CADASTRO NAO E NEGATIVADO E FICA  *
      *    CONTADO A PARTE ATE O CADASTRO SER COMPLETADO (EXER0313).   *
      *    ETAPA DA CADEIA NOTURNA: SO RODA COM A CONFERENCIA EXER0317 *
      *    CONCLUIDA OK NA MESMA DATA DE PROCESSAMENTO E REGISTRA      *
      *    INICIO, FIM E RETURN-CODE NO CONTROLE DA CADEIA (ARQCHN01,  *
      *    BOOK CHN03160).                                             *
      *    CONTRATO EM PRORROGACAO EM MASSA (ARQPRG01, GRAVADO PELO    *
      *    EXER0365) NAO E INCLUIDO ATE O FIM DO PERIODO CONCEDIDO.    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQNEG01                                  NEG03112
      *      ARQNEL01                                  NEL03112
      *      ARQCTG01                                  CTL03112
      *      ARQCHN01                                  CHN03160
      *      ARQPRG01                                  PRG03165
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *

            SELECT ARQCTG01 ASSIGN      TO UT-S-ARQCTG01
                       FILE STATUS      IS WRK-FS-ARQCTG01.

            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.

            SELECT ARQPRG01 ASSIGN      TO UT-S-ARQPRG01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PRG01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPRG01.
      *
      *================================================================*
        DATA                            DIVISION.
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQNEG01             PIC X(91).

        FD  ARQNEL01
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCTG01             PIC X(47).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

        FD  ARQPRG01
            LABEL RECORD   IS STANDARD.
            COPY PRG03165.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
        77 ACU-INCLUSOES           PIC  9(007)         VALUE ZEROS.
        77 ACU-EXCLUSOES           PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-CADASTRO        PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-DOCUMENTO       PIC  9(007)         VALUE ZEROS.
        77 ACU-EM-PRORROGACAO      PIC  9(007)         VALUE ZEROS.
        77 ACU-GRAVA-ARQNEG01      PIC  9(007)         VALUE ZEROS.
        77 ACU-HASH-ARQNEG01       PIC  9(015)         VALUE ZEROS.
      *
        77 WRK-VLR-DEVIDO          PIC  9(011)V99      VALUE ZEROS.
        77 WRK-IND-CONTA-TEM-PLANO PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-TEM-PLANO  VALUE 'S'.
      * ARQUIVO DE PRORROGACOES AINDA NAO CRIADO = SEM PRORROGACOES
        77 WRK-IND-SEM-ARQPRG01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQPRG01     VALUE 'S'.
      *
        01 WRK-CHAVE-HIS.
           03 WRK-HIS-AGEN         PIC  9(004)         VALUE ZEROS.
           03 WRK-HIS-CONT         PIC  9(008)         VALUE ZEROS.
           03 WRK-HIS-CTRT         PIC  9(002)         VALUE ZEROS.
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
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQNEG01      VALUE 'ARQNEG01'.
           88 WRK-CN-ARQNEL01      VALUE 'ARQNEL01'.
           88 WRK-CN-ARQCTG01      VALUE 'ARQCTG01'.
           88 WRK-CN-ARQCHN01      VALUE 'ARQCHN01'.
           88 WRK-CN-ARQPRG01      VALUE 'ARQPRG01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
              88 WRK-FS-NEL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCTG01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CTG01-OK   VALUE '00'.
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQPRG01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRG01-OK           VALUE '00'.
              88 WRK-FS-PRG01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-REFERENCIA
            END-IF

            MOVE WRK-DAT-REFERENCIA     TO WRK-DAT-CADEIA
            PERFORM 1050-VERIFICA-CADEIA

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            OPEN I-O ARQHIS01
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE 'N'                    TO WRK-IND-SEM-ARQPRG01
            SET WRK-CN-ARQPRG01         TO TRUE
            OPEN INPUT ARQPRG01
            IF WRK-FS-PRG01-NAO-EXISTE
               SET WRK-SEM-ARQPRG01     TO TRUE
            ELSE
               IF NOT WRK-FS-PRG01-OK
                  MOVE WRK-FS-ARQPRG01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            PERFORM 3800-LER-HISTORICO
            .
      *
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
      *    ROTINA DE LEITURA DO CARTAO/ARQUIVO DE PARAMETROS           *
      *    (SE NAO EXISTIR OU VIER VAZIO, ASSUME-SE O DEFAULT DO BOOK) *
      *----------------------------------------------------------------*
                        ADD 1           TO ACU-SEM-CADASTRO
                        GO TO 3100-99-FIM
                     END-IF
                     IF ARQENT01-NUM-DOCUMENTO NOT GREATER ZEROS
                        ADD 1           TO ACU-SEM-DOCUMENTO
                        GO TO 3100-99-FIM
                     END-IF
                WHEN '23'
                     ADD 1              TO ACU-SEM-CADASTRO
                     GO TO 3100-99-FIM
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

      * PRORROGACAO EM MASSA VIGENTE - A INCLUSAO FICA PARA DEPOIS DO
      * FIM DO PERIODO CONCEDIDO, SE A CONTA CONTINUAR NP
            IF NOT WRK-SEM-ARQPRG01
               MOVE HIS01-COD-AGENCIA   TO PRG01-COD-AGENCIA
               MOVE HIS01-NUM-CONTA     TO PRG01-NUM-CONTA
               MOVE HIS01-NUM-CONTRATO  TO PRG01-NUM-CONTRATO
               SET WRK-CN-READ          TO TRUE
               SET WRK-CN-ARQPRG01      TO TRUE
               READ ARQPRG01            KEY IS PRG01-CHAVE
               EVALUATE WRK-FS-ARQPRG01
                   WHEN '00'
                        IF PRG01-DAT-FIM-PRORROGACAO
                               NOT LESS WRK-DAT-REFERENCIA
                           ADD 1        TO ACU-EM-PRORROGACAO
                           GO TO 3100-99-FIM
                        END-IF
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQPRG01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
            END-IF

            PERFORM 3300-APURA-VLR-DEVIDO

            INITIALIZE                  NEG01-REGISTRO
            MOVE HIS01-NUM-CONTA        TO NEG01-NUM-CONTA
            MOVE HIS01-NUM-CONTRATO     TO NEG01-NUM-CONTRATO
            MOVE ARQENT01-NOM-CLIENTE   TO NEG01-NOM-CLIENTE
            MOVE ARQENT01-IND-TIPO-PESSOA TO NEG01-IND-TIPO-PESSOA
            MOVE ARQENT01-NUM-DOCUMENTO TO NEG01-NUM-DOCUMENTO
            MOVE WRK-VLR-DEVIDO         TO NEG01-VLR-DEVIDO
            MOVE WRK-DAT-REFERENCIA     TO NEG01-DAT-OCORRENCIA
            PERFORM 3900-GRAVA-EXTRATO
            MOVE HIS01-NUM-CONTRATO     TO NEG01-NUM-CONTRATO
            IF WRK-FS-ENT01-OK
               MOVE ARQENT01-NOM-CLIENTE TO NEG01-NOM-CLIENTE
               MOVE ARQENT01-IND-TIPO-PESSOA
                                        TO NEG01-IND-TIPO-PESSOA
               MOVE ARQENT01-NUM-DOCUMENTO
                                        TO NEG01-NUM-DOCUMENTO
            END-IF
            MOVE ZEROS                  TO NEG01-VLR-DEVIDO
            MOVE WRK-DAT-REFERENCIA     TO NEG01-DAT-OCORRENCIA
               MOVE WRK-FS-ARQNEL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            IF NOT WRK-SEM-ARQPRG01
               SET WRK-CN-ARQPRG01       TO TRUE
               CLOSE ARQPRG01
               IF NOT WRK-FS-PRG01-OK
                  MOVE WRK-FS-ARQPRG01   TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ACU-LIDOS-ARQHIS01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '* EXCLUSOES ENVIADAS......: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-CADASTRO        TO WRK-MASK-QTDREG
            DISPLAY '* INATIVAS/SEM CADASTRO...: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-DOCUMENTO       TO WRK-MASK-QTDREG
            DISPLAY '* SEM CPF/CNPJ-NAO ENVIADA: ' WRK-MASK-QTDREG
            MOVE ACU-EM-PRORROGACAO      TO WRK-MASK-QTDREG
            DISPLAY '* EM PRORROGACAO-ADIADA...: ' WRK-MASK-QTDREG
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
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
