      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0351.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: CARREGAR O ARQUIVO DE DEVOLUCOES DO CORREIO   *
      *    (ARQDEV01) - CADA CARTA DE COBRANCA DEVOLVIDA, IDENTIFICADA *
      *    POR AGENCIA/CONTA/NIVEL DA NOTIFICACAO, INVALIDA O ENDERECO *
      *    DOS CONTRATOS ATIVOS DA CONTA NO CADASTRO (ARQENT01) COM A  *
      *    DATA E O MOTIVO DA DEVOLUCAO, E FICA REGISTRADA NA SITUACAO *
      *    DE ENTREGA DAS CARTAS (ARQDVL01). A PARTIR DAI O EXER0324   *
      *    RETEM AS CARTAS DA CONTA ATE O EXER0313 REGISTRAR UM NOVO   *
      *    ENDERECO. A LISTA SEMANAL DAS CONTAS COM ENDERECO INVALIDO  *
      *    PARA AS AGENCIAS E EMITIDA PELO EXER0352.                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDEV01                                  DEV03151
      *      ARQENT01                                  ENT03112
      *      ARQDVL01                                  DVL03151
      *      ARQLST01                                  LST03151
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
            SELECT ARQDEV01 ASSIGN      TO UT-S-ARQDEV01
                       FILE STATUS      IS WRK-FS-ARQDEV01.

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQDVL01 ASSIGN      TO UT-S-ARQDVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS DVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQDVL01.

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

        FD  ARQDEV01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQDEV01             PIC X(040).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQDVL01
            LABEL RECORD   IS STANDARD.
            COPY DVL03151.

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(080).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY DEV03151.
            COPY LST03151.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQDEV01      PIC  9(005)         VALUE ZEROS.
        77 ACU-DEVOLUCOES-ACEITAS  PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-CONTRATOS-MARCADOS  PIC  9(005)         VALUE ZEROS.
        77 ACU-GRAVA-ARQDVL01      PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0351'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
      * CONTRATOS ATIVOS DA CONTA MARCADOS NA DEVOLUCAO CORRENTE
        77 WRK-QTD-CONTRATOS       PIC  9(002)         VALUE ZEROS.
      *
      * DATA DE EXECUCAO DO JOB - DATA DE REGISTRO DA DEVOLUCAO
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-IND-DEV-VALIDA      PIC  X(001)       VALUE 'S'.
           88 WRK-DEV-VALIDA       VALUE 'S'.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQDEV01      VALUE 'ARQDEV01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQDVL01      VALUE 'ARQDVL01'.
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
           05 WRK-FS-ARQDEV01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DEV01-OK   VALUE '00'.
              88 WRK-FS-DEV01-FIM  VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK           VALUE '00'.
              88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQDVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DVL01-OK           VALUE '00'.
              88 WRK-FS-DVL01-NAO-EXISTE   VALUE '35'.
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
                UNTIL WRK-FS-DEV01-FIM
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
            SET WRK-CN-ARQDEV01         TO TRUE
            OPEN INPUT ARQDEV01
      *
            IF NOT WRK-FS-DEV01-OK
               MOVE WRK-FS-ARQDEV01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01         TO TRUE
            OPEN I-O ARQENT01
      *
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQDVL01         TO TRUE
            OPEN I-O ARQDVL01
            IF WRK-FS-DVL01-NAO-EXISTE
               OPEN OUTPUT ARQDVL01
               IF WRK-FS-DVL01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQDVL01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQDVL01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-DVL01-OK
               MOVE WRK-FS-ARQDVL01     TO WRK-FS-DISPLAY
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

            PERFORM 3800-LER-DEVOLUCAO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO - CRITICA A DEVOLUCAO, INVALIDA O   *
      *    ENDERECO DOS CONTRATOS DA CONTA, REGISTRA A CARTA COMO      *
      *    DEVOLVIDA E LE A PROXIMA                                    *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-QTD-CONTRATOS
            PERFORM 3600-VALIDA-DEVOLUCAO
      *
            IF WRK-DEV-VALIDA
               PERFORM 3100-INVALIDA-ENDERECO
               IF WRK-QTD-CONTRATOS EQUAL ZEROS
                  ADD 1                 TO ACU-REJEITADOS
                  MOVE 'REJEITADO - CONTA SEM CONTRATO ATIVO'
                                        TO WRK-DES-RESULTADO
               ELSE
                  PERFORM 3200-REGISTRA-DEVOLUCAO
                  ADD 1                 TO ACU-DEVOLUCOES-ACEITAS
                  MOVE 'DEVOLUCAO REGISTRADA - ENDERECO INVALIDADO'
                                        TO WRK-DES-RESULTADO
               END-IF
            ELSE
               ADD 1                    TO ACU-REJEITADOS
            END-IF
      *
            PERFORM 3900-GRAVA-LISTAGEM
      *
            PERFORM 3800-LER-DEVOLUCAO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE OS CONTRATOS DA CONTA NO CADASTRO (A CARTA E POR   *
      *    AGENCIA+CONTA E O ENDERECO E REPETIDO EM CADA CONTRATO) E   *
      *    MARCA O ENDERECO DE CADA CONTRATO ATIVO COMO INVALIDO       *
      *----------------------------------------------------------------*
        3100-INVALIDA-ENDERECO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE DEV01-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE DEV01-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE ZEROS                  TO ARQENT01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY GREATER ARQENT01-CHAVE
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3100-10-MARCA-CONTRATO
                         UNTIL NOT WRK-FS-ENT01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-10-MARCA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            READ ARQENT01               NEXT RECORD
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-COD-AGENCIA NOT EQUAL DEV01-COD-AGENCIA
                        OR ARQENT01-NUM-CONTA NOT EQUAL DEV01-NUM-CONTA
      * PASSOU DA CONTA DEVOLVIDA - ENCERRA A VARREDURA
                        MOVE '10'       TO WRK-FS-ARQENT01
                        GO TO 3100-10-99-FIM
                     END-IF
                     IF ARQENT01-CONTA-INATIVA
                        GO TO 3100-10-99-FIM
                     END-IF
      * DEVOLUCAO MAIS ANTIGA QUE A JA REGISTRADA NAO TROCA A DATA E O
      * MOTIVO DA INVALIDACAO
                     IF ARQENT01-ENDERECO-VALIDO
                        OR DEV01-DAT-DEVOLUCAO NOT LESS
                                        ARQENT01-DAT-ENDERECO-INVALIDO
                        MOVE 'S'      TO ARQENT01-IND-ENDERECO-INVALIDO
                        MOVE DEV01-DAT-DEVOLUCAO
                                      TO ARQENT01-DAT-ENDERECO-INVALIDO
                        MOVE DEV01-COD-MOTIVO
                                      TO ARQENT01-COD-MOTIVO-DEVOLUCAO
                        SET WRK-CN-REWRITE TO TRUE
                        REWRITE ARQENT01-REGISTRO
                        IF NOT WRK-FS-ENT01-OK
                           MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                     END-IF
                     ADD 1              TO WRK-QTD-CONTRATOS
                     ADD 1              TO ACU-CONTRATOS-MARCADOS
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REGISTRA A CARTA DO NIVEL COMO DEVOLVIDA NA SITUACAO DE     *
      *    ENTREGA - UMA CARTA RETIDA OU DEVOLVIDA ANTES NO MESMO      *
      *    NIVEL E SUBSTITUIDA PELA DEVOLUCAO CORRENTE                 *
      *----------------------------------------------------------------*
        3200-REGISTRA-DEVOLUCAO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE DEV01-COD-AGENCIA      TO DVL01-COD-AGENCIA
            MOVE DEV01-NUM-CONTA        TO DVL01-NUM-CONTA
            MOVE DEV01-NIVEL-NOTIFICACAO TO DVL01-NIVEL-NOTIFICACAO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDVL01         TO TRUE
            READ ARQDVL01                KEY IS DVL01-CHAVE
      *
            EVALUATE WRK-FS-ARQDVL01
                WHEN '00'
                     PERFORM 3250-MOVE-DADOS-DEVOLUCAO
                     SET WRK-CN-REWRITE TO TRUE
                     REWRITE DVL01-REGISTRO
                WHEN '23'
                     INITIALIZE          DVL01-REGISTRO
                     MOVE DEV01-COD-AGENCIA  TO DVL01-COD-AGENCIA
                     MOVE DEV01-NUM-CONTA    TO DVL01-NUM-CONTA
                     MOVE DEV01-NIVEL-NOTIFICACAO
                                         TO DVL01-NIVEL-NOTIFICACAO
                     PERFORM 3250-MOVE-DADOS-DEVOLUCAO
                     SET WRK-CN-WRITE    TO TRUE
                     WRITE DVL01-REGISTRO
                WHEN OTHER
                     MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            IF NOT WRK-FS-DVL01-OK
               MOVE WRK-FS-ARQDVL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            ADD 1                       TO ACU-GRAVA-ARQDVL01
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    COPIA OS DADOS DA DEVOLUCAO PARA O REGISTRO DE ENTREGA      *
      *----------------------------------------------------------------*
        3250-MOVE-DADOS-DEVOLUCAO       SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'D'                    TO DVL01-IND-SITUACAO
            MOVE DEV01-COD-MOTIVO       TO DVL01-COD-MOTIVO
            MOVE DEV01-DAT-DEVOLUCAO    TO DVL01-DAT-OCORRENCIA
            MOVE WRK-RUN-DATA           TO DVL01-DAT-REGISTRO
            .
      *
      *----------------------------------------------------------------*
        3250-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA A DEVOLUCAO ANTES DE TOCAR O CADASTRO - A PRIMEIRA  *
      *    CRITICA ENCONTRADA PREVALECE COMO MOTIVO DA REJEICAO        *
      *----------------------------------------------------------------*
        3600-VALIDA-DEVOLUCAO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-DEV-VALIDA
      *
            EVALUATE TRUE
                WHEN DEV01-COD-AGENCIA EQUAL ZEROS
                  OR DEV01-NUM-CONTA   EQUAL ZEROS
                     MOVE 'REJEITADO - AGENCIA/CONTA NAO INFORMADA'
                                        TO WRK-DES-RESULTADO
                WHEN NOT DEV01-NIVEL-VALIDO
                     MOVE 'REJEITADO - NIVEL DE NOTIFICACAO INVALIDO'
                                        TO WRK-DES-RESULTADO
                WHEN NOT DEV01-MOTIVO-VALIDO
                     MOVE 'REJEITADO - MOTIVO DE DEVOLUCAO INVALIDO'
                                        TO WRK-DES-RESULTADO
                WHEN DEV01-DAT-DEVOLUCAO EQUAL ZEROS
                  OR DEV01-DAT-DEVOLUCAO GREATER WRK-RUN-DATA
                     MOVE 'REJEITADO - DATA DE DEVOLUCAO INVALIDA'
                                        TO WRK-DES-RESULTADO
                WHEN OTHER
                     GO TO 3600-99-FIM
            END-EVALUATE
      *
            MOVE 'N'                    TO WRK-IND-DEV-VALIDA
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DE LISTAGEM COM O RESULTADO DA DEVOLUCAO    *
      *----------------------------------------------------------------*
        3900-GRAVA-LISTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST11-REGISTRO
            MOVE DEV01-COD-AGENCIA      TO LST11-COD-AGENCIA
            MOVE DEV01-NUM-CONTA        TO LST11-NUM-CONTA
            MOVE DEV01-NIVEL-NOTIFICACAO TO LST11-NIVEL-NOTIFICACAO
            MOVE DEV01-COD-MOTIVO       TO LST11-COD-MOTIVO
            MOVE DEV01-DAT-DEVOLUCAO    TO LST11-DAT-DEVOLUCAO
            MOVE WRK-QTD-CONTRATOS      TO LST11-QTD-CONTRATOS
            MOVE WRK-DES-RESULTADO      TO LST11-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST11-REGISTRO
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
      *    ROTINA DE LEITURA DO ARQUIVO DE DEVOLUCOES DO CORREIO       *
      *----------------------------------------------------------------*
        3800-LER-DEVOLUCAO               SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DEV01-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDEV01         TO TRUE
            READ ARQDEV01                INTO DEV01-REGISTRO
      *
            EVALUATE WRK-FS-ARQDEV01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQDEV01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQDEV01 TO WRK-FS-DISPLAY
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
            SET WRK-CN-ARQDEV01          TO TRUE
            CLOSE ARQDEV01
            IF NOT WRK-FS-DEV01-OK
               MOVE WRK-FS-ARQDEV01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQDVL01          TO TRUE
            CLOSE ARQDVL01
            IF NOT WRK-FS-DVL01-OK
               MOVE WRK-FS-ARQDVL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0351        *'
            DISPLAY '* DEVOLUCOES LIDAS........: ' ACU-LIDOS-ARQDEV01
            DISPLAY '* DEVOLUCOES REGISTRADAS..: '
                                        ACU-DEVOLUCOES-ACEITAS
            DISPLAY '* DEVOLUCOES REJEITADAS...: ' ACU-REJEITADOS
            DISPLAY '* CONTRATOS INVALIDADOS...: '
                                        ACU-CONTRATOS-MARCADOS
            DISPLAY '* SITUACAO DE ENTREGA.....: ' ACU-GRAVA-ARQDVL01
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
