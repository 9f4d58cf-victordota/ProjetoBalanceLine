      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0350.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: MANTER O CADASTRO DE AVALISTAS (ARQAVL01) -   *
      *    INCLUSAO, ALTERACAO, EXCLUSAO (INATIVACAO LOGICA) E         *
      *    CONSULTA DO AVALISTA DE CADA CONTRATO A PARTIR DE UM        *
      *    ARQUIVO DE TRANSACOES, CONTRA O ARQUIVO INDEXADO PELA       *
      *    CHAVE AGENCIA+CONTA+CONTRATO. O CONTRATO PRECISA EXISTIR    *
      *    NO CADASTRO DE CLIENTES (ARQENT01) PARA RECEBER AVALISTA.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRN01                                  TRN03150
      *      ARQENT01                                  ENT03112
      *      ARQAVL01                                  AVL03150
      *      ARQLST01                                  LST03150
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

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQAVL01 ASSIGN      TO UT-S-ARQAVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAVL01.

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
        01 FD-ARQTRN01             PIC X(140).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQAVL01
            LABEL RECORD   IS STANDARD.
            COPY AVL03150.

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
            COPY TRN03150.
            COPY LST03150.
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
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0350'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
      * DATA DE EXECUCAO DO JOB - DATA DE INCLUSAO/EXCLUSAO DO AVALISTA
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
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQAVL01      VALUE 'ARQAVL01'.
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
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK           VALUE '00'.
              88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQAVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVL01-OK           VALUE '00'.
              88 WRK-FS-AVL01-DUPLICADO    VALUE '22'.
              88 WRK-FS-AVL01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-AVL01-NAO-EXISTE   VALUE '35'.
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

            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
      *
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQAVL01         TO TRUE
            OPEN I-O ARQAVL01
            IF WRK-FS-AVL01-NAO-EXISTE
               OPEN OUTPUT ARQAVL01
               IF WRK-FS-AVL01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQAVL01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQAVL01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-AVL01-OK
               MOVE WRK-FS-ARQAVL01     TO WRK-FS-DISPLAY
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
      *    CADASTRO DE AVALISTAS CONFORME O SEU TIPO E LE A PROXIMA    *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN TRN10-TRANS-INCLUSAO
                     PERFORM 3600-VALIDA-TRANSACAO
                     IF WRK-TRN-VALIDA
                        PERFORM 3100-INCLUIR-AVALISTA
                     ELSE
                        PERFORM 3700-REJEITA-TRANSACAO
                     END-IF
                WHEN TRN10-TRANS-ALTERACAO
                     PERFORM 3600-VALIDA-TRANSACAO
                     IF WRK-TRN-VALIDA
                        PERFORM 3200-ALTERAR-AVALISTA
                     ELSE
                        PERFORM 3700-REJEITA-TRANSACAO
                     END-IF
                WHEN TRN10-TRANS-CONSULTA
                     PERFORM 3300-CONSULTAR-AVALISTA
                WHEN TRN10-TRANS-EXCLUSAO
                     PERFORM 3500-INATIVAR-AVALISTA
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
      *    INCLUSAO DO AVALISTA DO CONTRATO NO ARQUIVO INDEXADO - O    *
      *    CONTRATO PRECISA EXISTIR NO CADASTRO. SE O CONTRATO JA TEM  *
      *    AVALISTA EXCLUIDO, A INCLUSAO O REATIVA COM OS NOVOS DADOS  *
      *----------------------------------------------------------------*
        3100-INCLUIR-AVALISTA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN10-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE TRN10-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE TRN10-NUM-CONTRATO     TO ARQENT01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     CONTINUE
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - CONTRATO NAO CADASTRADO'
                                         TO WRK-DES-RESULTADO
                     PERFORM 3900-GRAVA-LISTAGEM
                     GO TO 3100-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            MOVE TRN10-COD-AGENCIA      TO AVL01-COD-AGENCIA
            MOVE TRN10-NUM-CONTA        TO AVL01-NUM-CONTA
            MOVE TRN10-NUM-CONTRATO     TO AVL01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01                KEY IS AVL01-CHAVE
      *
            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     IF AVL01-AVALISTA-ATIVO
                        ADD 1 TO ACU-REJEITADOS
                        MOVE 'REJEITADO - CONTRATO JA TEM AVALISTA'
                                         TO WRK-DES-RESULTADO
                     ELSE
                        PERFORM 3150-MOVE-DADOS-AVALISTA
                        MOVE 'A'         TO AVL01-IND-SITUACAO
                        MOVE WRK-RUN-DATA TO AVL01-DAT-INCLUSAO
                        MOVE ZEROS       TO AVL01-DAT-EXCLUSAO
                        SET WRK-CN-REWRITE TO TRUE
                        REWRITE AVL01-REGISTRO
                        IF NOT WRK-FS-AVL01-OK
                           MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                        ADD 1 TO ACU-INCLUIDOS
                        MOVE 'AVALISTA REATIVADO COM SUCESSO'
                                         TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     INITIALIZE          AVL01-REGISTRO
                     MOVE TRN10-COD-AGENCIA  TO AVL01-COD-AGENCIA
                     MOVE TRN10-NUM-CONTA    TO AVL01-NUM-CONTA
                     MOVE TRN10-NUM-CONTRATO TO AVL01-NUM-CONTRATO
                     PERFORM 3150-MOVE-DADOS-AVALISTA
                     MOVE 'A'            TO AVL01-IND-SITUACAO
                     MOVE WRK-RUN-DATA   TO AVL01-DAT-INCLUSAO
                     MOVE ZEROS          TO AVL01-DAT-EXCLUSAO
                     SET WRK-CN-WRITE    TO TRUE
                     WRITE AVL01-REGISTRO
                     IF NOT WRK-FS-AVL01-OK
                        MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1 TO ACU-INCLUIDOS
                     MOVE 'AVALISTA INCLUIDO COM SUCESSO'
                                         TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
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
      *    COPIA OS DADOS DO AVALISTA DA TRANSACAO PARA O REGISTRO     *
      *----------------------------------------------------------------*
        3150-MOVE-DADOS-AVALISTA         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN10-NOM-AVALISTA     TO AVL01-NOM-AVALISTA
            MOVE TRN10-IND-TIPO-PESSOA  TO AVL01-IND-TIPO-PESSOA
            MOVE TRN10-NUM-DOCUMENTO    TO AVL01-NUM-DOCUMENTO
            MOVE TRN10-DES-LOGRADOURO   TO AVL01-DES-LOGRADOURO
            MOVE TRN10-NOM-CIDADE       TO AVL01-NOM-CIDADE
            MOVE TRN10-SIG-UF           TO AVL01-SIG-UF
            MOVE TRN10-NUM-CEP          TO AVL01-NUM-CEP
            .
      *
      *----------------------------------------------------------------*
        3150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ALTERACAO DO AVALISTA ATIVO DE UM CONTRATO                  *
      *----------------------------------------------------------------*
        3200-ALTERAR-AVALISTA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN10-COD-AGENCIA      TO AVL01-COD-AGENCIA
            MOVE TRN10-NUM-CONTA        TO AVL01-NUM-CONTA
            MOVE TRN10-NUM-CONTRATO     TO AVL01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01                KEY IS AVL01-CHAVE
      *
            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     IF AVL01-AVALISTA-INATIVO
                        ADD 1 TO ACU-REJEITADOS
                        MOVE 'REJEITADO - AVALISTA EXCLUIDO'
                                              TO WRK-DES-RESULTADO
                     ELSE
                        PERFORM 3150-MOVE-DADOS-AVALISTA
                        SET WRK-CN-REWRITE    TO TRUE
                        REWRITE AVL01-REGISTRO
                        IF NOT WRK-FS-AVL01-OK
                           MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                        ADD 1 TO ACU-ALTERADOS
                        MOVE 'AVALISTA ALTERADO COM SUCESSO'
                                              TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - AVALISTA NAO CADASTRADO'
                                              TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01     TO WRK-FS-DISPLAY
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
      *    CONSULTA DO AVALISTA DE UM CONTRATO (SO LISTAGEM)           *
      *----------------------------------------------------------------*
        3300-CONSULTAR-AVALISTA          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN10-COD-AGENCIA      TO AVL01-COD-AGENCIA
            MOVE TRN10-NUM-CONTA        TO AVL01-NUM-CONTA
            MOVE TRN10-NUM-CONTRATO     TO AVL01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01                KEY IS AVL01-CHAVE
      *
            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     MOVE AVL01-NOM-AVALISTA  TO TRN10-NOM-AVALISTA
                     MOVE AVL01-IND-TIPO-PESSOA
                                        TO TRN10-IND-TIPO-PESSOA
                     MOVE AVL01-NUM-DOCUMENTO TO TRN10-NUM-DOCUMENTO
                     ADD 1 TO ACU-CONSULTADOS
                     IF AVL01-AVALISTA-ATIVO
                        MOVE 'AVALISTA ENCONTRADO'
                                               TO WRK-DES-RESULTADO
                     ELSE
                        MOVE 'AVALISTA ENCONTRADO - EXCLUIDO'
                                               TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'AVALISTA NAO ENCONTRADO'
                                               TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01      TO WRK-FS-DISPLAY
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
      *    EXCLUSAO (INATIVACAO LOGICA) DO AVALISTA DE UM CONTRATO -   *
      *    O REGISTRO RECEBE SITUACAO 'I' E A DATA DE EXCLUSAO, DEIXA  *
      *    DE RECEBER CARTA MAS PERMANECE NO ARQUIVO PARA CONSULTA     *
      *----------------------------------------------------------------*
        3500-INATIVAR-AVALISTA           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN10-COD-AGENCIA      TO AVL01-COD-AGENCIA
            MOVE TRN10-NUM-CONTA        TO AVL01-NUM-CONTA
            MOVE TRN10-NUM-CONTRATO     TO AVL01-NUM-CONTRATO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01                KEY IS AVL01-CHAVE
      *
            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     IF AVL01-AVALISTA-INATIVO
                        ADD 1 TO ACU-REJEITADOS
                        MOVE 'REJEITADO - AVALISTA JA EXCLUIDO'
                                              TO WRK-DES-RESULTADO
                     ELSE
                        MOVE 'I'  TO AVL01-IND-SITUACAO
                        MOVE WRK-RUN-DATA
                                  TO AVL01-DAT-EXCLUSAO
                        SET WRK-CN-REWRITE    TO TRUE
                        REWRITE AVL01-REGISTRO
                        IF NOT WRK-FS-AVL01-OK
                           MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                        ADD 1 TO ACU-INATIVADOS
                        MOVE 'AVALISTA EXCLUIDO COM SUCESSO'
                                              TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - AVALISTA NAO CADASTRADO'
                                              TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01     TO WRK-FS-DISPLAY
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
      *    AO CADASTRO DE AVALISTAS - A PRIMEIRA CRITICA ENCONTRADA    *
      *    PREVALECE E A TRANSACAO E REJEITADA COM O MOTIVO            *
      *----------------------------------------------------------------*
        3600-VALIDA-TRANSACAO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-TRN-VALIDA
      *
            EVALUATE TRUE
                WHEN TRN10-NOM-AVALISTA EQUAL SPACES
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - NOME DO AVALISTA NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
                WHEN TRN10-IND-TIPO-PESSOA NOT EQUAL 'F'
                     AND TRN10-IND-TIPO-PESSOA NOT EQUAL 'J'
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - TIPO DE PESSOA INVALIDO'
                                        TO WRK-DES-RESULTADO
                WHEN TRN10-NUM-DOCUMENTO EQUAL ZEROS
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - CPF/CNPJ NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
                WHEN TRN10-DES-LOGRADOURO EQUAL SPACES
                  OR TRN10-NOM-CIDADE EQUAL SPACES
                  OR TRN10-SIG-UF EQUAL SPACES
                  OR TRN10-NUM-CEP EQUAL ZEROS
                     MOVE 'N'           TO WRK-IND-TRN-VALIDA
                     MOVE 'REJEITADO - ENDERECO DO AVALISTA INCOMPLETO'
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
            INITIALIZE                  LST10-REGISTRO
            MOVE TRN10-COD-AGENCIA      TO LST10-COD-AGENCIA
            MOVE TRN10-NUM-CONTA        TO LST10-NUM-CONTA
            MOVE TRN10-NUM-CONTRATO     TO LST10-NUM-CONTRATO
            MOVE TRN10-IND-TIPO-TRANSACAO TO LST10-IND-TIPO-TRANSACAO
            MOVE TRN10-NOM-AVALISTA     TO LST10-NOM-AVALISTA
            MOVE TRN10-IND-TIPO-PESSOA  TO LST10-IND-TIPO-PESSOA
            MOVE TRN10-NUM-DOCUMENTO    TO LST10-NUM-DOCUMENTO
            MOVE WRK-DES-RESULTADO      TO LST10-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST10-REGISTRO
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
            INITIALIZE                  TRN10-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            READ ARQTRN01                INTO TRN10-REGISTRO
      *
            EVALUATE WRK-FS-ARQTRN01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQTRN01
      * TRANSACAO SEM CONTRATO INFORMADO ASSUME O CONTRATO 01
                     IF TRN10-NUM-CONTRATO EQUAL ZEROS
                        MOVE 01 TO TRN10-NUM-CONTRATO
                     END-IF
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

            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01

            SET WRK-CN-ARQAVL01          TO TRUE
            CLOSE ARQAVL01
            IF NOT WRK-FS-AVL01-OK
               MOVE WRK-FS-ARQAVL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0350        *'
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* AVALISTAS INCLUIDOS.....: ' ACU-INCLUIDOS
            DISPLAY '* AVALISTAS ALTERADOS.....: ' ACU-ALTERADOS
            DISPLAY '* AVALISTAS EXCLUIDOS.....: ' ACU-INATIVADOS
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
