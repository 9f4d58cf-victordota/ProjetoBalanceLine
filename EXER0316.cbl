      *    ALTERACAO E CONSULTA DE VIGENCIAS A PARTIR DE UM ARQUIVO    *
      *    DE TRANSACOES, CONTRA O ARQUIVO INDEXADO PELA CHAVE         *
      *    PRODUTO+INICIO DE VIGENCIA.                                 *
      *    DUPLO CONTROLE: A TRANSACAO TRAZ O OPERADOR QUE A DIGITOU;  *
      *    A INCLUSAO DE VIGENCIA E A ALTERACAO DA QTDE DE DIAS DE     *
      *    CARENCIA NAO SAO APLICADAS - FICAM PENDENTES (ARQPND01) ATE *
      *    A APROVACAO POR OUTRO OPERADOR NO EXER0359, E SAO           *
      *    EFETIVADAS NO INICIO DA EXECUCAO SEGUINTE DESTE PROGRAMA.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRN01                                  TRN03116
      *      ARQPRD01                                  PRD03112
      *      ARQLST01                                  LST03116
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
        01 FD-ARQTRN01             PIC X(34).

        FD  ARQPRD01
            LABEL RECORD   IS STANDARD.
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(76).

        FD  ARQPND01
            LABEL RECORD   IS STANDARD.
            COPY PND03159.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
        77 ACU-ALTERADOS           PIC  9(005)         VALUE ZEROS.
        77 ACU-CONSULTADOS         PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-PENDENTES           PIC  9(005)         VALUE ZEROS.
        77 ACU-EFETIVADAS          PIC  9(005)         VALUE ZEROS.
        77 ACU-NAO-EFETIVADAS      PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0316'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
      * DATA/HORA DE EXECUCAO DO JOB - CHAVE DAS PENDENCIAS DE
      * APROVACAO (VIDE 3960-GRAVA-PENDENCIA)
        01 WRK-RUN-TIMESTAMP.
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
           88 WRK-CN-ARQPRD01      VALUE 'ARQPRD01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
           88 WRK-CN-ARQPND01      VALUE 'ARQPND01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
              88 WRK-FS-PRD01-NAO-EXISTE   VALUE '35'.
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

            INITIALIZE                  TRN03-REGISTRO
            MOVE PND01-IMG-TRANSACAO    TO TRN03-REGISTRO
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
      *    ROTINA DE PROCESSAMENTO - APLICA UMA TRANSACAO CONTRA A     *
      *    TABELA DE CARENCIAS CONFORME O SEU TIPO E LE A PROXIMA      *
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
            IF TRN03-COD-OPERADOR EQUAL SPACES
               AND NOT TRN03-TRANS-CONSULTA
               ADD 1 TO ACU-REJEITADOS
               MOVE 'REJEITADO - OPERADOR NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3050-99-FIM
            END-IF
      *
            EVALUATE TRUE
                WHEN TRN03-TRANS-INCLUSAO
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
               MOVE 99999999            TO TRN03-DAT-FIM-VIGENCIA
            END-IF

      * NOVA VIGENCIA (NOVA CARENCIA DO PRODUTO) SO COM APROVACAO DE
      * OUTRO OPERADOR - FICA PENDENTE NO ARQPND01
            IF TRN03-DAT-FIM-VIGENCIA NOT LESS TRN03-DAT-INI-VIGENCIA
               AND NOT WRK-TRN-APROVADA
               PERFORM 3960-GRAVA-PENDENCIA
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3100-99-FIM
            END-IF

            IF TRN03-DAT-FIM-VIGENCIA LESS TRN03-DAT-INI-VIGENCIA
               ADD 1 TO ACU-REJEITADOS
               MOVE 'REJEITADO - FIM DE VIGENCIA ANTES DO INICIO'
                                        TO PRD01-DAT-FIM-VIGENCIA
               MOVE TRN03-QTDE-DIAS-CARENCIA
                                        TO PRD01-QTDE-DIAS-CARENCIA
               MOVE TRN03-QTDE-DIAS-AVISO-VENC
                                        TO PRD01-QTDE-DIAS-AVISO-VENC
      *
               SET WRK-CN-WRITE         TO TRUE
               SET WRK-CN-ARQPRD01      TO TRUE
               SET WRK-CN-READ          TO TRUE
               SET WRK-CN-ARQPRD01      TO TRUE
               READ ARQPRD01             KEY IS PRD01-CHAVE
      *
      * ALTERACAO DA CARENCIA SO COM APROVACAO DE OUTRO OPERADOR -
      * FICA PENDENTE NO ARQPND01
               IF WRK-FS-PRD01-OK
                  AND NOT WRK-TRN-APROVADA
                  AND TRN03-QTDE-DIAS-CARENCIA
                             NOT EQUAL PRD01-QTDE-DIAS-CARENCIA
                  PERFORM 3960-GRAVA-PENDENCIA
                  PERFORM 3900-GRAVA-LISTAGEM
                  GO TO 3200-99-FIM
               END-IF
      *
               EVALUATE WRK-FS-ARQPRD01
                   WHEN '00'
                                        TO PRD01-DAT-FIM-VIGENCIA
                        MOVE TRN03-QTDE-DIAS-CARENCIA
                                        TO PRD01-QTDE-DIAS-CARENCIA
                        MOVE TRN03-QTDE-DIAS-AVISO-VENC
                                        TO PRD01-QTDE-DIAS-AVISO-VENC
                        SET WRK-CN-REWRITE    TO TRUE
                        REWRITE PRD01-REGISTRO
                        IF NOT WRK-FS-PRD01-OK
                                        TO TRN03-DAT-FIM-VIGENCIA
                     MOVE PRD01-QTDE-DIAS-CARENCIA
                                        TO TRN03-QTDE-DIAS-CARENCIA
                     MOVE PRD01-QTDE-DIAS-AVISO-VENC
                                        TO TRN03-QTDE-DIAS-AVISO-VENC
                     ADD 1 TO ACU-CONSULTADOS
                     MOVE 'VIGENCIA ENCONTRADA'
                                               TO WRK-DES-RESULTADO
            MOVE TRN03-DAT-FIM-VIGENCIA TO LST03-DAT-FIM-VIGENCIA
            MOVE TRN03-QTDE-DIAS-CARENCIA
                                        TO LST03-QTDE-DIAS-CARENCIA
            MOVE TRN03-QTDE-DIAS-AVISO-VENC
                                        TO LST03-QTDE-DIAS-AVISO-VENC
            MOVE WRK-DES-RESULTADO      TO LST03-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
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
            MOVE TRN03-COD-OPERADOR     TO PND01-COD-OPERADOR
            SET PND01-PENDENTE          TO TRUE
            MOVE TRN03-IND-TIPO-TRANSACAO
                                        TO PND01-IND-TIPO-TRANSACAO
            MOVE TRN03-CHAVE            TO PND01-DES-CHAVE
            MOVE TRN03-REGISTRO         TO PND01-IMG-TRANSACAO
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
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0316        *'
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* VIGENCIAS ALTERADAS.....: ' ACU-ALTERADOS
            DISPLAY '* CONSULTAS RESPONDIDAS...: ' ACU-CONSULTADOS
            DISPLAY '* TRANSACOES REJEITADAS...: ' ACU-REJEITADOS
            DISPLAY '* RETIDAS P/ APROVACAO....: ' ACU-PENDENTES
            DISPLAY '* APROVADAS EFETIVADAS....: ' ACU-EFETIVADAS
            DISPLAY '* APROVADAS NAO EFETIVADAS: ' ACU-NAO-EFETIVADAS
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
