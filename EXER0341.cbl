      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0341.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: MANTER A CONTA SUSPENSE DE PAGAMENTOS NAO     *
      *    IDENTIFICADOS (ARQSUS01, BOOK SUS03112) A PARTIR DAS        *
      *    DECISOES DA TESOURARIA - DIRECIONAMENTO DO ITEM A UMA       *
      *    AGENCIA/CONTA/CONTRATO DO CADASTRO, MARCACAO PARA DEVOLUCAO *
      *    AO PAGADOR E CONSULTA. O ITEM DIRECIONADO E APLICADO A      *
      *    CONTA DE DESTINO PELO BALANCE LINE (EXER0312) NO PROXIMO    *
      *    RUN; O ITEM A DEVOLVER DEIXA DE SER RETENTADO.              *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRN01                                  TRN03141
      *      ARQSUS01                                  SUS03112
      *      ARQENT01                                  ENT03112
      *      ARQLST01                                  LST03141
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
            SELECT ARQTRN01 ASSIGN      TO UT-S-ARQTRN01
                       FILE STATUS      IS WRK-FS-ARQTRN01.

            SELECT ARQSUS01 ASSIGN      TO UT-S-ARQSUS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS SUS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQSUS01.

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

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
        FD  ARQTRN01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQTRN01             PIC X(40).

        FD  ARQSUS01
            LABEL RECORD   IS STANDARD.
            COPY SUS03112.

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(110).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY TRN03141.
            COPY LST03141.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQTRN01      PIC  9(005)         VALUE ZEROS.
        77 ACU-DIRECIONADOS        PIC  9(005)         VALUE ZEROS.
        77 ACU-DEVOLUCOES          PIC  9(005)         VALUE ZEROS.
        77 ACU-CONSULTADOS         PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0341'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
      *    INDICA SE O ITEM DA TRANSACAO FOI LIDO NO ARQSUS01 - SO
      *    ENTAO A LISTAGEM LEVA O VALOR/SITUACAO/DESTINO DO ITEM
        77 WRK-IND-ITEM-LIDO       PIC  X(001)         VALUE 'N'.
           88 WRK-ITEM-LIDO        VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQTRN01      VALUE 'ARQTRN01'.
           88 WRK-CN-ARQSUS01      VALUE 'ARQSUS01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
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
           05 WRK-FS-ARQTRN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-TRN01-OK   VALUE '00'.
              88 WRK-FS-TRN01-FIM  VALUE '10'.
           05 WRK-FS-ARQSUS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SUS01-OK           VALUE '00'.
              88 WRK-FS-SUS01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-SUS01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK           VALUE '00'.
              88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
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
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            OPEN INPUT ARQTRN01
      *
            IF NOT WRK-FS-TRN01-OK
               MOVE WRK-FS-ARQTRN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQSUS01         TO TRUE
            OPEN I-O ARQSUS01
            IF WRK-FS-SUS01-NAO-EXISTE
               OPEN OUTPUT ARQSUS01
               IF WRK-FS-SUS01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQSUS01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQSUS01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-SUS01-OK
               MOVE WRK-FS-ARQSUS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
      *
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01         TO TRUE
            OPEN OUTPUT ARQLST01
      *
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO - LOCALIZA O ITEM DA TRANSACAO NA   *
      *    SUSPENSE, APLICA A DECISAO CONFORME O TIPO E LE A PROXIMA   *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-ITEM-LIDO

            IF NOT TRN07-TRANS-DIRECIONAR
               AND NOT TRN07-TRANS-DEVOLVER
               AND NOT TRN07-TRANS-CONSULTA
               PERFORM 3400-TRANSACAO-INVALIDA
               GO TO 3000-10-PROXIMA
            END-IF

            PERFORM 3600-LER-ITEM

            IF NOT WRK-ITEM-LIDO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3000-10-PROXIMA
            END-IF

            EVALUATE TRUE
                WHEN TRN07-TRANS-DIRECIONAR
                     PERFORM 3100-DIRECIONAR-ITEM
                WHEN TRN07-TRANS-DEVOLVER
                     PERFORM 3200-DEVOLVER-ITEM
                WHEN TRN07-TRANS-CONSULTA
                     PERFORM 3300-CONSULTAR-ITEM
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3000-10-PROXIMA.
      *----------------------------------------------------------------*
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
      *    DIRECIONAMENTO DO ITEM A UMA CONTA DO CADASTRO - SO PARA    *
      *    ITEM AINDA EM RETENTATIVA ('P' OU 'D', ESTE ULTIMO PARA     *
      *    CORRIGIR UM DIRECIONAMENTO ANTERIOR). A CONTA DE DESTINO    *
      *    TEM QUE EXISTIR ATIVA NO CADASTRO, SENAO O ITEM FICARIA     *
      *    RETENTANDO CONTRA UMA CHAVE QUE NUNCA CASA                  *
      *----------------------------------------------------------------*
        3100-DIRECIONAR-ITEM             SECTION.
      *----------------------------------------------------------------*
      *
            IF NOT SUS01-ITEM-PENDENTE
               AND NOT SUS01-ITEM-DIRECIONADO
               ADD 1 TO ACU-REJEITADOS
               MOVE 'REJEITADO - ITEM JA BAIXADO OU A DEVOLVER'
                                        TO WRK-DES-RESULTADO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3100-99-FIM
            END-IF

            IF TRN07-NUM-CONTRATO-DEST EQUAL ZEROS
               MOVE 01                  TO TRN07-NUM-CONTRATO-DEST
            END-IF

            IF TRN07-COD-AGENCIA-DEST EQUAL ZEROS
               OR TRN07-NUM-CONTA-DEST EQUAL ZEROS
               ADD 1 TO ACU-REJEITADOS
               MOVE 'REJEITADO - CONTA DE DESTINO NAO INFORMADA'
                                        TO WRK-DES-RESULTADO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3100-99-FIM
            END-IF

            MOVE TRN07-COD-AGENCIA-DEST TO ARQENT01-COD-AGENCIA
            MOVE TRN07-NUM-CONTA-DEST   TO ARQENT01-NUM-CONTA
            MOVE TRN07-NUM-CONTRATO-DEST TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-CONTA-INATIVA
                        ADD 1 TO ACU-REJEITADOS
                        MOVE 'REJEITADO - CONTA DE DESTINO INATIVA'
                                        TO WRK-DES-RESULTADO
                        PERFORM 3900-GRAVA-LISTAGEM
                        GO TO 3100-99-FIM
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - CONTA DE DESTINO NAO CADASTRADA'
                                        TO WRK-DES-RESULTADO
                     PERFORM 3900-GRAVA-LISTAGEM
                     GO TO 3100-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET SUS01-ITEM-DIRECIONADO  TO TRUE
            MOVE TRN07-COD-AGENCIA-DEST TO SUS01-COD-AGENCIA-DEST
            MOVE TRN07-NUM-CONTA-DEST   TO SUS01-NUM-CONTA-DEST
            MOVE TRN07-NUM-CONTRATO-DEST TO SUS01-NUM-CONTRATO-DEST
            MOVE WRK-RUN-DATA           TO SUS01-DAT-DECISAO

            PERFORM 3700-REGRAVA-ITEM

            ADD 1 TO ACU-DIRECIONADOS
            MOVE 'ITEM DIRECIONADO COM SUCESSO'
                                        TO WRK-DES-RESULTADO
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
      *    MARCACAO DO ITEM PARA DEVOLUCAO AO PAGADOR - SO PARA ITEM   *
      *    AINDA EM RETENTATIVA ('P' OU 'D'); O DESTINO E LIMPO        *
      *----------------------------------------------------------------*
        3200-DEVOLVER-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
            IF NOT SUS01-ITEM-PENDENTE
               AND NOT SUS01-ITEM-DIRECIONADO
               ADD 1 TO ACU-REJEITADOS
               MOVE 'REJEITADO - ITEM JA BAIXADO OU A DEVOLVER'
                                        TO WRK-DES-RESULTADO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3200-99-FIM
            END-IF

            SET SUS01-ITEM-DEVOLUCAO    TO TRUE
            MOVE ZEROS                  TO SUS01-COD-AGENCIA-DEST
                                           SUS01-NUM-CONTA-DEST
                                           SUS01-NUM-CONTRATO-DEST
            MOVE WRK-RUN-DATA           TO SUS01-DAT-DECISAO

            PERFORM 3700-REGRAVA-ITEM

            ADD 1 TO ACU-DEVOLUCOES
            MOVE 'ITEM MARCADO PARA DEVOLUCAO'
                                        TO WRK-DES-RESULTADO
      *
            PERFORM 3900-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONSULTA DO ITEM (SO LISTAGEM)                              *
      *----------------------------------------------------------------*
        3300-CONSULTAR-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1 TO ACU-CONSULTADOS

            EVALUATE TRUE
                WHEN SUS01-ITEM-PENDENTE
                     MOVE 'ITEM PENDENTE'   TO WRK-DES-RESULTADO
                WHEN SUS01-ITEM-DIRECIONADO
                     MOVE 'ITEM DIRECIONADO' TO WRK-DES-RESULTADO
                WHEN SUS01-ITEM-DEVOLUCAO
                     MOVE 'ITEM A DEVOLVER' TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE 'ITEM BAIXADO'    TO WRK-DES-RESULTADO
            END-EVALUATE
      *
            PERFORM 3900-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRANSACAO COM TIPO NAO RECONHECIDO ('D'/'R'/'C')            *
      *----------------------------------------------------------------*
        3400-TRANSACAO-INVALIDA          SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1 TO ACU-REJEITADOS
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
      *    LEITURA DO ITEM DA SUSPENSE PELA CHAVE DA TRANSACAO         *
      *----------------------------------------------------------------*
        3600-LER-ITEM                    SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN07-CHAVE            TO SUS01-CHAVE

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            READ ARQSUS01                KEY IS SUS01-CHAVE

            EVALUATE WRK-FS-ARQSUS01
                WHEN '00'
                     MOVE 'S'           TO WRK-IND-ITEM-LIDO
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - ITEM NAO ENCONTRADO NA SUSPENSE'
                                        TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REGRAVACAO DO ITEM DA SUSPENSE COM A DECISAO                *
      *----------------------------------------------------------------*
        3700-REGRAVA-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            REWRITE SUS01-REGISTRO
      *
            IF NOT WRK-FS-SUS01-OK
               MOVE WRK-FS-ARQSUS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DE LISTAGEM COM O RESULTADO DA TRANSACAO    *
      *----------------------------------------------------------------*
        3900-GRAVA-LISTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST07-REGISTRO
            MOVE TRN07-CHAVE            TO LST07-CHAVE
            MOVE TRN07-IND-TIPO-TRANSACAO TO LST07-IND-TIPO-TRANSACAO
            MOVE TRN07-DESTINO          TO LST07-DESTINO
            IF WRK-ITEM-LIDO
               MOVE SUS01-VLR-PAGTO     TO LST07-VLR-PAGTO
               MOVE SUS01-IND-SITUACAO  TO LST07-IND-SITUACAO
               MOVE SUS01-DESTINO       TO LST07-DESTINO
               MOVE SUS01-DAT-ENTRADA   TO LST07-DAT-ENTRADA
            END-IF
            MOVE WRK-DES-RESULTADO      TO LST07-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST07-REGISTRO
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
            INITIALIZE                  TRN07-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            READ ARQTRN01                INTO TRN07-REGISTRO
      *
            EVALUATE WRK-FS-ARQTRN01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQTRN01
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

            SET WRK-CN-ARQSUS01          TO TRUE
            CLOSE ARQSUS01
            IF NOT WRK-FS-SUS01-OK
               MOVE WRK-FS-ARQSUS01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0341        *'
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* ITENS DIRECIONADOS......: ' ACU-DIRECIONADOS
            DISPLAY '* ITENS A DEVOLVER........: ' ACU-DEVOLUCOES
            DISPLAY '* CONSULTAS RESPONDIDAS...: ' ACU-CONSULTADOS
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
            DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
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
