      *    ATIVO: A CONTA NAO RECEBE CARTA NEM SOBE DE NIVEL ATE A     *
      *    DATA PROMETIDA; PASSADA A DATA SEM PAGAMENTO, A COBRANCA    *
      *    RETOMA SOZINHA.                                             *
      *    DUPLO CONTROLE: A TRANSACAO TRAZ O OPERADOR QUE A DIGITOU;  *
      *    O CANCELAMENTO DE ACORDO NAO E APLICADO - FICA PENDENTE     *
      *    (ARQPND01) ATE A APROVACAO POR OUTRO OPERADOR NO EXER0359,  *
      *    SENDO EFETIVADO NO INICIO DA EXECUCAO SEGUINTE DO PROGRAMA. *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRN01                                  TRN03130
      *      ARQACD01                                  ACD03112
      *      ARQLST01                                  LST03130
      *      ARQPND01                                  PND03159
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *

            SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                       FILE STATUS      IS WRK-FS-ARQLST01.

            SELECT ARQPND01 ASSIGN      TO UT-S-ARQPND01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PND01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPND01.
      *
      *================================================================*
        DATA                            DIVISION.
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQTRN01             PIC X(40).

        FD  ARQACD01
            LABEL RECORD   IS STANDARD.
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(82).

        FD  ARQPND01
            LABEL RECORD   IS STANDARD.
            COPY PND03159.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
        77 ACU-CANCELADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-CONSULTADOS         PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-PENDENTES           PIC  9(005)         VALUE ZEROS.
        77 ACU-EFETIVADAS          PIC  9(005)         VALUE ZEROS.
        77 ACU-NAO-EFETIVADAS      PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
      * DUPLO CONTROLE - TRANSACAO APROVADA POR OUTRO OPERADOR, LIDA
      * DO ARQPND01 (VIDE 1500-EFETIVA-APROVADAS), E APLICADA SEM
      * NOVA RETENCAO
        77 WRK-IND-TRN-APROVADA    PIC  X(001)         VALUE 'N'.
           88 WRK-TRN-APROVADA     VALUE 'S'.
        77 WRK-QTD-REJEITADOS-ANT  PIC  9(005)         VALUE ZEROS.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQTRN01      VALUE 'ARQTRN01'.
           88 WRK-CN-ARQACD01      VALUE 'ARQACD01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
           88 WRK-CN-ARQPND01      VALUE 'ARQPND01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
              88 WRK-FS-ACD01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LST01-OK   VALUE '00'.
           05 WRK-FS-ARQPND01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PND01-OK           VALUE '00'.
              88 WRK-FS-PND01-FIM          VALUE '10'.
              88 WRK-FS-PND01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPND01         TO TRUE
            OPEN I-O ARQPND01
            IF WRK-FS-PND01-NAO-EXISTE
               OPEN OUTPUT ARQPND01
               IF WRK-FS-PND01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQPND01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQPND01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 1500-EFETIVA-APROVADAS

            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    EFETIVA AS TRANSACOES DESTE PROGRAMA RETIDAS NO ARQPND01 E  *
      *    JA APROVADAS POR OUTRO OPERADOR (EXER0359) - CADA UMA PASSA *
      *    PELO MESMO TRATAMENTO DA TRANSACAO LIDA E A PENDENCIA FICA  *
      *    'E' (EFETIVADA) OU 'N' (REJEITADA NA APLICACAO, COM O       *
      *    MOTIVO)                                                     *
      *----------------------------------------------------------------*
        1500-EFETIVA-APROVADAS          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-PROGRAMA           TO PND01-COD-PROGRAMA
            MOVE ZEROS                  TO PND01-DAT-REGISTRO
                                           PND01-HOR-REGISTRO
                                           PND01-NUM-SEQUENCIA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            START ARQPND01 KEY GREATER PND01-CHAVE

            EVALUATE WRK-FS-ARQPND01
                WHEN '00'
                     PERFORM 1500-10-LER-PENDENCIA
                     PERFORM 1500-20-EFETIVA-PENDENCIA
                         UNTIL WRK-FS-PND01-FIM
                            OR PND01-COD-PROGRAMA
                                        NOT EQUAL WRK-PROGRAMA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPND01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'N'                    TO WRK-IND-TRN-APROVADA
            .
      *
      *----------------------------------------------------------------*
        1500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE A PROXIMA PENDENCIA DO ARQPND01 NA SEQUENCIA DA CHAVE    *
      *----------------------------------------------------------------*
        1500-10-LER-PENDENCIA           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            READ ARQPND01               NEXT RECORD

            IF NOT WRK-FS-PND01-OK
               AND NOT WRK-FS-PND01-FIM
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1500-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PENDENCIA APROVADA: APLICA A IMAGEM DA TRANSACAO, MARCA O   *
      *    RESULTADO NA PENDENCIA (UMA REJEICAO NA APLICACAO E         *
      *    PERCEBIDA PELO AUMENTO DE ACU-REJEITADOS) E LE A PROXIMA    *
      *----------------------------------------------------------------*
        1500-20-EFETIVA-PENDENCIA       SECTION.
      *----------------------------------------------------------------*
      *
            IF NOT PND01-APROVADA
               PERFORM 1500-10-LER-PENDENCIA
               GO TO 1500-20-99-FIM
            END-IF

            INITIALIZE                  TRN05-REGISTRO
            MOVE PND01-IMG-TRANSACAO    TO TRN05-REGISTRO
            MOVE 'S'                    TO WRK-IND-TRN-APROVADA
            MOVE ACU-REJEITADOS         TO WRK-QTD-REJEITADOS-ANT

            PERFORM 3050-TRATA-TRANSACAO

            IF ACU-REJEITADOS GREATER WRK-QTD-REJEITADOS-ANT
               SET PND01-NAO-EFETIVADA  TO TRUE
               MOVE WRK-DES-RESULTADO   TO PND01-DES-MOTIVO
               ADD 1 TO ACU-NAO-EFETIVADAS
            ELSE
               SET PND01-EFETIVADA      TO TRUE
               ADD 1 TO ACU-EFETIVADAS
            END-IF
            MOVE WRK-RUN-DATA           TO PND01-DAT-EFETIVACAO

            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            REWRITE PND01-REGISTRO
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1500-10-LER-PENDENCIA
            .
      *
      *----------------------------------------------------------------*
        1500-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO - APLICA UMA TRANSACAO CONTRA O     *
      *    ARQUIVO DE ACORDOS CONFORME O SEU TIPO E LE A PROXIMA       *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3050-TRATA-TRANSACAO
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
      *    TRATA A TRANSACAO CORRENTE CONFORME O SEU TIPO - CHAMADA    *
      *    PARA A TRANSACAO LIDA DO ARQTRN01 E PARA A PENDENCIA        *
      *    APROVADA (VIDE 1500-EFETIVA-APROVADAS)                      *
      *----------------------------------------------------------------*
        3050-TRATA-TRANSACAO            SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN05-COD-OPERADOR EQUAL SPACES
               AND NOT TRN05-TRANS-CONSULTA
               ADD 1 TO ACU-REJEITADOS
               MOVE 'REJEITADO - OPERADOR NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3050-99-FIM
            END-IF
      *
            EVALUATE TRUE
                WHEN TRN05-TRANS-REGISTRO
                WHEN OTHER
                     PERFORM 3400-TRANSACAO-INVALIDA
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3050-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-ARQACD01         TO TRUE
            READ ARQACD01                KEY IS ACD01-CHAVE

      * CANCELAMENTO SO COM APROVACAO DE OUTRO OPERADOR - FICA
      * PENDENTE NO ARQPND01
            IF WRK-FS-ACD01-OK
               AND NOT WRK-TRN-APROVADA
               AND NOT ACD01-ACORDO-CANCELADO
               PERFORM 3960-GRAVA-PENDENCIA
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3200-99-FIM
            END-IF

            EVALUATE WRK-FS-ARQACD01
                WHEN '00'
                     IF ACD01-ACORDO-CANCELADO
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    RETEM A TRANSACAO SENSIVEL NO ARQUIVO DE PENDENCIAS         *
      *    (PND03159) PARA APROVACAO POR OUTRO OPERADOR NO EXER0359 -  *
      *    A CHAVE E O PROGRAMA + DATA/HORA DA EXECUCAO + SEQUENCIA    *
      *----------------------------------------------------------------*
        3960-GRAVA-PENDENCIA             SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1 TO ACU-PENDENTES
      *
            INITIALIZE                  PND01-REGISTRO
            MOVE WRK-PROGRAMA           TO PND01-COD-PROGRAMA
            MOVE WRK-RUN-DATA           TO PND01-DAT-REGISTRO
            MOVE WRK-RUN-HORA           TO PND01-HOR-REGISTRO
            MOVE ACU-PENDENTES          TO PND01-NUM-SEQUENCIA
            MOVE TRN05-COD-OPERADOR     TO PND01-COD-OPERADOR
            SET PND01-PENDENTE          TO TRUE
            MOVE TRN05-IND-TIPO-TRANSACAO
                                        TO PND01-IND-TIPO-TRANSACAO
            MOVE TRN05-CHAVE            TO PND01-DES-CHAVE
            MOVE TRN05-REGISTRO         TO PND01-IMG-TRANSACAO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            WRITE PND01-REGISTRO
      *
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            MOVE 'PENDENTE DE APROVACAO POR OUTRO OPERADOR'
                                        TO WRK-DES-RESULTADO
            .
      *
      *----------------------------------------------------------------*
        3960-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE TRANSACOES                  *
      *----------------------------------------------------------------*
        3800-LER-TRANSACAO               SECTION.
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPND01          TO TRUE
            CLOSE ARQPND01
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0330        *'
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* ACORDOS CANCELADOS......: ' ACU-CANCELADOS
            DISPLAY '* CONSULTAS RESPONDIDAS...: ' ACU-CONSULTADOS
            DISPLAY '* TRANSACOES REJEITADAS...: ' ACU-REJEITADOS
            DISPLAY '* RETIDAS P/ APROVACAO....: ' ACU-PENDENTES
            DISPLAY '* APROVADAS EFETIVADAS....: ' ACU-EFETIVADAS
            DISPLAY '* APROVADAS NAO EFETIVADAS: ' ACU-NAO-EFETIVADAS
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
