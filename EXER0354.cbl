      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0354.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: MANTER O CADASTRO DE AGENCIAS (ARQAGE01) -   *
      *    INCLUSAO, ALTERACAO, EXCLUSAO (DESATIVACAO LOGICA) E        *
      *    CONSULTA DAS AGENCIAS A PARTIR DE UM ARQUIVO DE             *
      *    TRANSACOES, CONTRA O ARQUIVO INDEXADO PELO CODIGO DA        *
      *    AGENCIA. O CADASTRO GUARDA NOME, REGIAO, CIDADE/LOCALIDADE  *
      *    DO CALENDARIO DE FERIADOS E GERENTE DA AGENCIA.             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRN01                                  TRN03154
      *      ARQAGE01                                  AGE03154
      *      ARQLST01                                  LST03154
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

            SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AGE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAGE01.

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
        01 FD-ARQTRN01             PIC X(111).

        FD  ARQAGE01
            LABEL RECORD   IS STANDARD.
            COPY AGE03154.

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(120).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY TRN03154.
            COPY LST03154.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQTRN01      PIC  9(005)         VALUE ZEROS.
        77 ACU-INCLUIDOS           PIC  9(005)         VALUE ZEROS.
        77 ACU-ALTERADOS           PIC  9(005)         VALUE ZEROS.
        77 ACU-CONSULTADOS         PIC  9(005)         VALUE ZEROS.
        77 ACU-INATIVADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0354'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
      * DATA DE EXECUCAO DO JOB - DATA DE INCLUSAO/ATUALIZACAO
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
      * VALIDACAO DAS TRANSACOES 'I'/'A' ANTES DE TOCAR O ARQUIVO
      * INDEXADO (VIDE 3600-VALIDA-TRANSACAO)
        77 WRK-IND-TRN-VALIDA      PIC  X(001)       VALUE 'S'.
           88 WRK-TRN-VALIDA       VALUE 'S'.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQTRN01      VALUE 'ARQTRN01'.
           88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
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
           05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AGE01-OK           VALUE '00'.
              88 WRK-FS-AGE01-DUPLICADO    VALUE '22'.
              88 WRK-FS-AGE01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-AGE01-NAO-EXISTE   VALUE '35'.
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

            SET WRK-CN-ARQAGE01         TO TRUE
            OPEN I-O ARQAGE01
            IF WRK-FS-AGE01-NAO-EXISTE
               OPEN OUTPUT ARQAGE01
               IF WRK-FS-AGE01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQAGE01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQAGE01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-AGE01-OK
               MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
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
      *    ROTINA DE PROCESSAMENTO - APLICA UMA TRANSACAO CONTRA O     *
      *    CADASTRO DE AGENCIAS CONFORME O SEU TIPO E LE A PROXIMA     *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN TRN11-TRANS-INCLUSAO
                     PERFORM 3600-VALIDA-TRANSACAO
                     IF WRK-TRN-VALIDA
                        PERFORM 3100-INCLUIR-AGENCIA
                     ELSE
                        PERFORM 3700-REJEITA-TRANSACAO
                     END-IF
                WHEN TRN11-TRANS-ALTERACAO
                     PERFORM 3600-VALIDA-TRANSACAO
                     IF WRK-TRN-VALIDA
                        PERFORM 3200-ALTERAR-AGENCIA
                     ELSE
                        PERFORM 3700-REJEITA-TRANSACAO
                     END-IF
                WHEN TRN11-TRANS-CONSULTA
                     PERFORM 3300-CONSULTAR-AGENCIA
                WHEN TRN11-TRANS-EXCLUSAO
                     PERFORM 3500-INATIVAR-AGENCIA
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
      *    INCLUSAO DA AGENCIA NO ARQUIVO INDEXADO. SE A AGENCIA JA    *
      *    EXISTE DESATIVADA, A INCLUSAO A REATIVA COM OS NOVOS DADOS  *
      *----------------------------------------------------------------*
        3100-INCLUIR-AGENCIA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN11-COD-AGENCIA      TO AGE01-COD-AGENCIA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAGE01         TO TRUE
            READ ARQAGE01                KEY IS AGE01-CHAVE
      *
            EVALUATE WRK-FS-ARQAGE01
                WHEN '00'
                     IF AGE01-AGENCIA-ATIVA
                        ADD 1 TO ACU-REJEITADOS
                        MOVE 'REJEITADO - AGENCIA JA CADASTRADA'
                                         TO WRK-DES-RESULTADO
                     ELSE
                        PERFORM 3150-MOVE-DADOS-AGENCIA
                        MOVE 'A'         TO AGE01-IND-SITUACAO
                        MOVE WRK-RUN-DATA TO AGE01-DAT-INCLUSAO
                        MOVE WRK-RUN-DATA TO AGE01-DAT-ULT-ATUALIZACAO
                        SET WRK-CN-REWRITE TO TRUE
                        REWRITE AGE01-REGISTRO
                        IF NOT WRK-FS-AGE01-OK
                           MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                        ADD 1 TO ACU-INCLUIDOS
                        MOVE 'AGENCIA REATIVADA COM SUCESSO'
                                         TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     INITIALIZE          AGE01-REGISTRO
                     MOVE TRN11-COD-AGENCIA  TO AGE01-COD-AGENCIA
                     PERFORM 3150-MOVE-DADOS-AGENCIA
                     MOVE 'A'            TO AGE01-IND-SITUACAO
                     MOVE WRK-RUN-DATA   TO AGE01-DAT-INCLUSAO
                     MOVE WRK-RUN-DATA   TO AGE01-DAT-ULT-ATUALIZACAO
                     SET WRK-CN-WRITE    TO TRUE
                     WRITE AGE01-REGISTRO
                     IF NOT WRK-FS-AGE01-OK
                        MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1 TO ACU-INCLUIDOS
                     MOVE 'AGENCIA INCLUIDA COM SUCESSO'
                                         TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
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
      *    COPIA OS DADOS DA AGENCIA DA TRANSACAO PARA O REGISTRO      *
      *----------------------------------------------------------------*
        3150-MOVE-DADOS-AGENCIA          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN11-NOM-AGENCIA      TO AGE01-NOM-AGENCIA
            MOVE TRN11-COD-REGIAO       TO AGE01-COD-REGIAO
            MOVE TRN11-NOM-REGIAO       TO AGE01-NOM-REGIAO
            MOVE TRN11-COD-LOCALIDADE   TO AGE01-COD-LOCALIDADE
            MOVE TRN11-NOM-CIDADE       TO AGE01-NOM-CIDADE
            MOVE TRN11-SIG-UF           TO AGE01-SIG-UF
            MOVE TRN11-NOM-GERENTE      TO AGE01-NOM-GERENTE
            .
      *
      *----------------------------------------------------------------*
        3150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ALTERACAO DE UMA AGENCIA ATIVA - A NOVA LOCALIDADE PASSA A  *
      *    VALER NA CONTAGEM DE DIAS UTEIS A PARTIR DO PROXIMO RUN     *
      *----------------------------------------------------------------*
        3200-ALTERAR-AGENCIA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN11-COD-AGENCIA      TO AGE01-COD-AGENCIA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAGE01         TO TRUE
            READ ARQAGE01                KEY IS AGE01-CHAVE
      *
            EVALUATE WRK-FS-ARQAGE01
                WHEN '00'
                     IF AGE01-AGENCIA-INATIVA
                        ADD 1 TO ACU-REJEITADOS
                        MOVE 'REJEITADO - AGENCIA DESATIVADA'
                                              TO WRK-DES-RESULTADO
                     ELSE
                        PERFORM 3150-MOVE-DADOS-AGENCIA
                        MOVE WRK-RUN-DATA
                                  TO AGE01-DAT-ULT-ATUALIZACAO
                        SET WRK-CN-REWRITE    TO TRUE
                        REWRITE AGE01-REGISTRO
                        IF NOT WRK-FS-AGE01-OK
                           MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                        ADD 1 TO ACU-ALTERADOS
                        MOVE 'AGENCIA ALTERADA COM SUCESSO'
                                              TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - AGENCIA NAO CADASTRADA'
                                              TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
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
      *    CONSULTA DE UMA AGENCIA (SO LISTAGEM)                       *
      *----------------------------------------------------------------*
        3300-CONSULTAR-AGENCIA           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN11-COD-AGENCIA      TO AGE01-COD-AGENCIA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAGE01         TO TRUE
            READ ARQAGE01                KEY IS AGE01-CHAVE
      *
            EVALUATE WRK-FS-ARQAGE01
                WHEN '00'
                     MOVE AGE01-NOM-AGENCIA   TO TRN11-NOM-AGENCIA
                     MOVE AGE01-COD-REGIAO    TO TRN11-COD-REGIAO
                     MOVE AGE01-COD-LOCALIDADE
                                        TO TRN11-COD-LOCALIDADE
                     MOVE AGE01-NOM-GERENTE   TO TRN11-NOM-GERENTE
                     ADD 1 TO ACU-CONSULTADOS
                     IF AGE01-AGENCIA-ATIVA
                        MOVE 'AGENCIA ENCONTRADA'
                                               TO WRK-DES-RESULTADO
                     ELSE
                        MOVE 'AGENCIA ENCONTRADA - DESATIVADA'
                                               TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'AGENCIA NAO ENCONTRADA'
                                               TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAGE01      TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
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
      *    EXCLUSAO (DESATIVACAO LOGICA) DE UMA AGENCIA - O REGISTRO   *
      *    RECEBE SITUACAO 'I' MAS PERMANECE NO ARQUIVO: CONTRATOS     *
      *    QUE AINDA RESTAREM NA AGENCIA CONTINUAM USANDO A SUA        *
      *    LOCALIDADE, E OS RELATORIOS CONTINUAM MOSTRANDO O NOME      *
      *----------------------------------------------------------------*
        3500-INATIVAR-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN11-COD-AGENCIA      TO AGE01-COD-AGENCIA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAGE01         TO TRUE
            READ ARQAGE01                KEY IS AGE01-CHAVE
      *
            EVALUATE WRK-FS-ARQAGE01
                WHEN '00'
                     IF AGE01-AGENCIA-INATIVA
                        ADD 1 TO ACU-REJEITADOS
                        MOVE 'REJEITADO - AGENCIA JA DESATIVADA'
                                              TO WRK-DES-RESULTADO
                     ELSE
                        MOVE 'I'  TO AGE01-IND-SITUACAO
                        MOVE WRK-RUN-DATA
                                  TO AGE01-DAT-ULT-ATUALIZACAO
                        SET WRK-CN-REWRITE    TO TRUE
                        REWRITE AGE01-REGISTRO
                        IF NOT WRK-FS-AGE01-OK
                           MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                        ADD 1 TO ACU-INATIVADOS
                        MOVE 'AGENCIA DESATIVADA COM SUCESSO'
                                              TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - AGENCIA NAO CADASTRADA'
                                              TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            PERFORM 3900-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRANSACAO COM TIPO NAO RECONHECIDO ('I'/'A'/'C'/'E')        *
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
      *    VALIDA OS CAMPOS DA TRANSACAO 'I'/'A' ANTES DE APLICA-LA    *
      *    AO CADASTRO DE AGENCIAS - A PRIMEIRA CRITICA ENCONTRADA     *
      *    PREVALECE E A TRANSACAO E REJEITADA COM O MOTIVO. A         *
      *    LOCALIDADE ZEROS E ACEITA (SO FERIADOS NACIONAIS) E O       *
      *    GERENTE E OPCIONAL                                          *
      *----------------------------------------------------------------*
        3600-VALIDA-TRANSACAO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-TRN-VALIDA
      *
            EVALUATE TRUE
                WHEN TRN11-COD-AGENCIA EQUAL ZEROS
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - CODIGO DA AGENCIA NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
                WHEN TRN11-NOM-AGENCIA EQUAL SPACES
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - NOME DA AGENCIA NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
                WHEN TRN11-COD-REGIAO EQUAL ZEROS
                  OR TRN11-NOM-REGIAO EQUAL SPACES
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - REGIAO NAO INFORMADA'
                                        TO WRK-DES-RESULTADO
                WHEN TRN11-NOM-CIDADE EQUAL SPACES
                  OR TRN11-SIG-UF EQUAL SPACES
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - CIDADE/UF NAO INFORMADA'
                                        TO WRK-DES-RESULTADO
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REJEITA A TRANSACAO CRITICADA PELA VALIDACAO - O MOTIVO JA  *
      *    ESTA EM WRK-DES-RESULTADO (VIDE 3600-VALIDA-TRANSACAO)      *
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
      *    GRAVA UMA LINHA DE LISTAGEM COM O RESULTADO DA TRANSACAO    *
      *----------------------------------------------------------------*
        3900-GRAVA-LISTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST12-REGISTRO
            MOVE TRN11-COD-AGENCIA      TO LST12-COD-AGENCIA
            MOVE TRN11-IND-TIPO-TRANSACAO TO LST12-IND-TIPO-TRANSACAO
            MOVE TRN11-NOM-AGENCIA      TO LST12-NOM-AGENCIA
            MOVE TRN11-COD-REGIAO       TO LST12-COD-REGIAO
            MOVE TRN11-COD-LOCALIDADE   TO LST12-COD-LOCALIDADE
            MOVE TRN11-NOM-GERENTE      TO LST12-NOM-GERENTE
            MOVE WRK-DES-RESULTADO      TO LST12-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST12-REGISTRO
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
            INITIALIZE                  TRN11-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            READ ARQTRN01                INTO TRN11-REGISTRO
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

            SET WRK-CN-ARQAGE01          TO TRUE
            CLOSE ARQAGE01
            IF NOT WRK-FS-AGE01-OK
               MOVE WRK-FS-ARQAGE01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0354        *'
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* AGENCIAS INCLUIDAS......: ' ACU-INCLUIDOS
            DISPLAY '* AGENCIAS ALTERADAS......: ' ACU-ALTERADOS
            DISPLAY '* AGENCIAS DESATIVADAS....: ' ACU-INATIVADOS
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
