      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0356.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: REGISTRO DOS CONTATOS DA COBRANCA INTERNA -   *
      *    VALIDA O ARQUIVO DE CONTATOS DO DIA (ARQTRN01, BOOK         *
      *    TRN03156) GERADO PELOS COBRADORES A PARTIR DA FILA DO       *
      *    EXER0355 E ACRESCENTA OS CONTATOS ACEITOS AO LOG ACUMULADO  *
      *    (ARQCTT01). CONTATO COM PROMESSA DE PAGAMENTO VIRA ACORDO   *
      *    NO ARQACD01 PELA MESMA REGRA DO EXER0330 (ACORDO AINDA      *
      *    VIGENTE E MANTIDO), PARA O BALANCE LINE SUSPENDER A         *
      *    ESCALADA ATE A DATA PROMETIDA. TODA TRANSACAO SAI NA        *
      *    LISTAGEM (ARQLST01) COM O SEU RESULTADO.                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRN01                                  TRN03156
      *      ARQCOB01                                  COB03155
      *      ARQENT01                                  ENT03112
      *      ARQACD01                                  ACD03112
      *      ARQCTT01                                  CTT03156
      *      ARQLST01                                  LST03156
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

            SELECT ARQCOB01 ASSIGN      TO UT-S-ARQCOB01
                       FILE STATUS      IS WRK-FS-ARQCOB01.

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQACD01 ASSIGN      TO UT-S-ARQACD01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ACD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQACD01.

            SELECT ARQCTT01 ASSIGN      TO UT-S-ARQCTT01
                       FILE STATUS      IS WRK-FS-ARQCTT01.

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
        01 FD-ARQTRN01             PIC X(48).

        FD  ARQCOB01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQCOB01             PIC X(40).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQACD01
            LABEL RECORD   IS STANDARD.
            COPY ACD03112.

        FD  ARQCTT01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQCTT01             PIC X(57).

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(98).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY TRN03156.
            COPY COB03155.
            COPY CTT03156.
            COPY LST03156.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE COBRADORES DA CARTEIRA'.
      *----------------------------------------------------------------*
      *
      * CODIGOS DISTINTOS DE COBRADOR DO ARQCOB01 - SO CONTATO DE
      * COBRADOR DA CARTEIRA E ACEITO
        01 WRK-TAB-COBRADORES.
           03 WRK-COB-CODIGO       PIC  X(006) OCCURS 500 TIMES.
      *
        77 WRK-QTDE-COB            PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-COB         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-COB-ACHADO      PIC  X(001)         VALUE 'N'.
           88 WRK-COB-ACHADO       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQTRN01      PIC  9(005)         VALUE ZEROS.
        77 ACU-NAO-ATENDEU         PIC  9(005)         VALUE ZEROS.
        77 ACU-PROMESSAS           PIC  9(005)         VALUE ZEROS.
        77 ACU-RECUSAS             PIC  9(005)         VALUE ZEROS.
        77 ACU-TELEFONE-ERRADO     PIC  9(005)         VALUE ZEROS.
        77 ACU-ACORDOS-GRAVADOS    PIC  9(005)         VALUE ZEROS.
        77 ACU-ACORDOS-MANTIDOS    PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0356'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQTRN01      VALUE 'ARQTRN01'.
           88 WRK-CN-ARQCOB01      VALUE 'ARQCOB01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQACD01      VALUE 'ARQACD01'.
           88 WRK-CN-ARQCTT01      VALUE 'ARQCTT01'.
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
           05 WRK-FS-ARQCOB01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-COB01-OK   VALUE '00'.
              88 WRK-FS-COB01-FIM  VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
           05 WRK-FS-ARQACD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ACD01-OK           VALUE '00'.
              88 WRK-FS-ACD01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-ACD01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQCTT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CTT01-OK   VALUE '00'.
              88 WRK-FS-CTT01-NAO-EXISTE VALUE '35'.
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA - A CARTEIRA E          *
      *    OBRIGATORIA (SEM ELA NENHUM CONTATO SERIA ACEITO); O        *
      *    ARQUIVO DE ACORDOS E CRIADO NA PRIMEIRA EXECUCAO E O LOG DE *
      *    CONTATOS E ABERTO EM EXTEND                                 *
      *----------------------------------------------------------------*
        1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 1200-CARREGA-COBRADORES

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
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQACD01         TO TRUE
            OPEN I-O ARQACD01
            IF WRK-FS-ACD01-NAO-EXISTE
               OPEN OUTPUT ARQACD01
               IF WRK-FS-ACD01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQACD01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQACD01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-ACD01-OK
               MOVE WRK-FS-ARQACD01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQCTT01         TO TRUE
            OPEN EXTEND ARQCTT01
            IF WRK-FS-CTT01-NAO-EXISTE
               OPEN OUTPUT ARQCTT01
            END-IF
            IF NOT WRK-FS-CTT01-OK
               MOVE WRK-FS-ARQCTT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01         TO TRUE
            OPEN OUTPUT ARQLST01
      *
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARREGA OS CODIGOS DISTINTOS DE COBRADOR DA CARTEIRA        *
      *    (ARQCOB01) - O MESMO COBRADOR APARECE UMA VEZ POR AGENCIA   *
      *----------------------------------------------------------------*
        1200-CARREGA-COBRADORES         SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCOB01         TO TRUE
            OPEN INPUT ARQCOB01
            IF NOT WRK-FS-COB01-OK
               MOVE WRK-FS-ARQCOB01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1200-10-LER-ARQCOB01
                UNTIL WRK-FS-COB01-FIM

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCOB01
            IF NOT WRK-FS-COB01-OK
               MOVE WRK-FS-ARQCOB01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE UM REGISTRO DA CARTEIRA E ACRESCENTA O COBRADOR NA       *
      *    TABELA SE AINDA NAO ESTIVER NELA - CARTEIRA COM MAIS        *
      *    COBRADORES QUE A TABELA CANCELA O PROGRAMA                  *
      *----------------------------------------------------------------*
        1200-10-LER-ARQCOB01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCOB01         TO TRUE
            READ ARQCOB01               INTO COB01-REGISTRO
            EVALUATE WRK-FS-ARQCOB01
                WHEN '00'
                     IF COB01-COD-COBRADOR EQUAL SPACES
                        GO TO 1200-10-99-FIM
                     END-IF
                     PERFORM 3650-PROCURA-COBRADOR
                     IF NOT WRK-COB-ACHADO
                        IF WRK-QTDE-COB GREATER OR EQUAL 500
              DISPLAY '************************************************'
              DISPLAY '*  QTDE DE COBRADORES NO ARQCOB01 EXCEDE A     *'
              DISPLAY '*  TABELA INTERNA DE COBRADORES                *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
                           PERFORM 9900-FIM-PROGRAMA
                        END-IF
                        ADD 1           TO WRK-QTDE-COB
                        MOVE COB01-COD-COBRADOR
                                  TO WRK-COB-CODIGO (WRK-QTDE-COB)
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCOB01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO - VALIDA O CONTATO; O CONTATO       *
      *    ACEITO ATUALIZA O ACORDO (PROMESSA) E ENTRA NO LOG          *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            MOVE SPACES                 TO WRK-DES-RESULTADO
            PERFORM 3600-VALIDA-CONTATO
      *
            IF WRK-DES-RESULTADO NOT EQUAL SPACES
               ADD 1 TO ACU-REJEITADOS
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3000-50-PROXIMO
            END-IF
      *
            INITIALIZE                  CTT01-REGISTRO
            MOVE TRN12-DAT-CONTATO      TO CTT01-DAT-CONTATO
            MOVE TRN12-COD-COBRADOR     TO CTT01-COD-COBRADOR
            MOVE TRN12-COD-AGENCIA      TO CTT01-COD-AGENCIA
            MOVE TRN12-NUM-CONTA        TO CTT01-NUM-CONTA
            MOVE TRN12-NUM-CONTRATO     TO CTT01-NUM-CONTRATO
            MOVE TRN12-COD-RESULTADO    TO CTT01-COD-RESULTADO
            MOVE WRK-RUN-DATA           TO CTT01-DAT-REGISTRO
            MOVE 'N'                    TO CTT01-IND-ACORDO-GRAVADO
      *
            EVALUATE TRUE
                WHEN TRN12-NAO-ATENDEU
                     ADD 1 TO ACU-NAO-ATENDEU
                     MOVE 'CONTATO REGISTRADO - CLIENTE NAO ATENDEU'
                                        TO WRK-DES-RESULTADO
                WHEN TRN12-PROMESSA
                     ADD 1 TO ACU-PROMESSAS
                     MOVE TRN12-DAT-PROMESSA  TO CTT01-DAT-PROMESSA
                     MOVE TRN12-VLR-PROMETIDO TO CTT01-VLR-PROMETIDO
                     PERFORM 3100-REGISTRAR-ACORDO
                WHEN TRN12-RECUSA
                     ADD 1 TO ACU-RECUSAS
                     MOVE 'CONTATO REGISTRADO - CLIENTE RECUSOU'
                                        TO WRK-DES-RESULTADO
                WHEN TRN12-TELEFONE-ERRADO
                     ADD 1 TO ACU-TELEFONE-ERRADO
                     MOVE 'CONTATO REGISTRADO - TELEFONE ERRADO'
                                        TO WRK-DES-RESULTADO
            END-EVALUATE
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQCTT01         TO TRUE
            WRITE FD-ARQCTT01           FROM CTT01-REGISTRO
            IF NOT WRK-FS-CTT01-OK
               MOVE WRK-FS-ARQCTT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            PERFORM 3900-GRAVA-LISTAGEM
            .
        3000-50-PROXIMO.
            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROMESSA DE PAGAMENTO VIRA ACORDO DA CONTA (REGRA DO        *
      *    EXER0330) - CONTA SEM ACORDO GANHA O REGISTRO; ACORDO       *
      *    CANCELADO OU COM A DATA PROMETIDA JA VENCIDA E SUBSTITUIDO  *
      *    PELO NOVO; ACORDO AINDA VIGENTE E MANTIDO E O CONTATO ENTRA *
      *    NO LOG SEM GRAVAR ACORDO                                    *
      *----------------------------------------------------------------*
        3100-REGISTRAR-ACORDO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE TRN12-COD-AGENCIA      TO ACD01-COD-AGENCIA
            MOVE TRN12-NUM-CONTA        TO ACD01-NUM-CONTA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQACD01         TO TRUE
            READ ARQACD01                KEY IS ACD01-CHAVE

            EVALUATE WRK-FS-ARQACD01
                WHEN '00'
                     IF ACD01-ACORDO-ATIVO
                        AND ACD01-DAT-PROMESSA
                            NOT LESS WRK-RUN-DATA
                        ADD 1 TO ACU-ACORDOS-MANTIDOS
                        MOVE
                      'CONTATO REGISTRADO - CONTA JA TEM ACORDO VIGENTE'
                                        TO WRK-DES-RESULTADO
                     ELSE
                        MOVE TRN12-DAT-PROMESSA TO ACD01-DAT-PROMESSA
                        MOVE TRN12-VLR-PROMETIDO
                                        TO ACD01-VLR-PROMETIDO
                        SET ACD01-ACORDO-ATIVO TO TRUE
                        MOVE WRK-RUN-DATA TO ACD01-DAT-REGISTRO
                        SET WRK-CN-REWRITE TO TRUE
                        REWRITE ACD01-REGISTRO
                        IF NOT WRK-FS-ACD01-OK
                           MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                           PERFORM 9100-ERROS-ARQUIVOS
                        END-IF
                        ADD 1 TO ACU-ACORDOS-GRAVADOS
                        SET CTT01-ACORDO-GRAVADO TO TRUE
                        MOVE 'CONTATO REGISTRADO - ACORDO GRAVADO'
                                        TO WRK-DES-RESULTADO
                     END-IF
                WHEN '23'
                     INITIALIZE         ACD01-REGISTRO
                     MOVE TRN12-COD-AGENCIA  TO ACD01-COD-AGENCIA
                     MOVE TRN12-NUM-CONTA    TO ACD01-NUM-CONTA
                     MOVE TRN12-DAT-PROMESSA TO ACD01-DAT-PROMESSA
                     MOVE TRN12-VLR-PROMETIDO
                                        TO ACD01-VLR-PROMETIDO
                     SET ACD01-ACORDO-ATIVO TO TRUE
                     MOVE WRK-RUN-DATA  TO ACD01-DAT-REGISTRO
                     SET WRK-CN-WRITE   TO TRUE
                     WRITE ACD01-REGISTRO
                     IF NOT WRK-FS-ACD01-OK
                        MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1 TO ACU-ACORDOS-GRAVADOS
                     SET CTT01-ACORDO-GRAVADO TO TRUE
                     MOVE 'CONTATO REGISTRADO - ACORDO GRAVADO'
                                        TO WRK-DES-RESULTADO
                WHEN OTHER
                     MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    VALIDACAO DO CONTATO - O PRIMEIRO ERRO ENCONTRADO VAI PARA  *
      *    WRK-DES-RESULTADO E O CONTATO E REJEITADO                   *
      *----------------------------------------------------------------*
        3600-VALIDA-CONTATO              SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN12-DAT-CONTATO EQUAL ZEROS
               OR TRN12-DAT-CONTATO GREATER WRK-RUN-DATA
               MOVE 'REJEITADO - DATA DO CONTATO INVALIDA'
                                        TO WRK-DES-RESULTADO
               GO TO 3600-99-FIM
            END-IF
      *
            IF TRN12-COD-COBRADOR EQUAL SPACES
               MOVE 'REJEITADO - COBRADOR NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               GO TO 3600-99-FIM
            END-IF
      *
            MOVE TRN12-COD-COBRADOR     TO COB01-COD-COBRADOR
            PERFORM 3650-PROCURA-COBRADOR
            IF NOT WRK-COB-ACHADO
               MOVE 'REJEITADO - COBRADOR FORA DA CARTEIRA'
                                        TO WRK-DES-RESULTADO
               GO TO 3600-99-FIM
            END-IF
      *
            IF NOT TRN12-RESULTADO-VALIDO
               MOVE 'REJEITADO - CODIGO DE RESULTADO INVALIDO'
                                        TO WRK-DES-RESULTADO
               GO TO 3600-99-FIM
            END-IF
      *
            MOVE TRN12-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE TRN12-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE TRN12-NUM-CONTRATO     TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     CONTINUE
                WHEN '23'
                     MOVE 'REJEITADO - CONTRATO NAO CADASTRADO'
                                        TO WRK-DES-RESULTADO
                     GO TO 3600-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            IF NOT TRN12-PROMESSA
               GO TO 3600-99-FIM
            END-IF
      *
            IF TRN12-DAT-PROMESSA EQUAL ZEROS
               OR TRN12-DAT-PROMESSA LESS TRN12-DAT-CONTATO
               MOVE 'REJEITADO - DATA DA PROMESSA INVALIDA'
                                        TO WRK-DES-RESULTADO
               GO TO 3600-99-FIM
            END-IF
      *
            IF TRN12-VLR-PROMETIDO EQUAL ZEROS
               MOVE 'REJEITADO - VALOR PROMETIDO NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCURA O COBRADOR DE COB01-COD-COBRADOR NA TABELA          *
      *----------------------------------------------------------------*
        3650-PROCURA-COBRADOR            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-COB-ACHADO
            PERFORM 3650-10-COMPARA-COBRADOR
                VARYING WRK-IND-SUB-COB FROM 1 BY 1
                UNTIL WRK-IND-SUB-COB GREATER WRK-QTDE-COB
                   OR WRK-COB-ACHADO
            .
      *
      *----------------------------------------------------------------*
        3650-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3650-10-COMPARA-COBRADOR         SECTION.
      *----------------------------------------------------------------*
            IF WRK-COB-CODIGO (WRK-IND-SUB-COB)
                                        EQUAL COB01-COD-COBRADOR
               SET WRK-COB-ACHADO       TO TRUE
            END-IF
            .
      *----------------------------------------------------------------*
        3650-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DE LISTAGEM COM O RESULTADO DO CONTATO      *
      *----------------------------------------------------------------*
        3900-GRAVA-LISTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST13-REGISTRO
            MOVE TRN12-DAT-CONTATO      TO LST13-DAT-CONTATO
            MOVE TRN12-COD-COBRADOR     TO LST13-COD-COBRADOR
            MOVE TRN12-COD-AGENCIA      TO LST13-COD-AGENCIA
            MOVE TRN12-NUM-CONTA        TO LST13-NUM-CONTA
            MOVE TRN12-NUM-CONTRATO     TO LST13-NUM-CONTRATO
            MOVE TRN12-COD-RESULTADO    TO LST13-COD-RESULTADO
            MOVE TRN12-DAT-PROMESSA     TO LST13-DAT-PROMESSA
            MOVE TRN12-VLR-PROMETIDO    TO LST13-VLR-PROMETIDO
            MOVE WRK-DES-RESULTADO      TO LST13-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST13-REGISTRO
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
      *    ROTINA DE LEITURA DO ARQUIVO DE CONTATOS                    *
      *----------------------------------------------------------------*
        3800-LER-TRANSACAO               SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  TRN12-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQTRN01         TO TRUE
            READ ARQTRN01                INTO TRN12-REGISTRO
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

            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01

            SET WRK-CN-ARQACD01          TO TRUE
            CLOSE ARQACD01
            IF NOT WRK-FS-ACD01-OK
               MOVE WRK-FS-ARQACD01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQCTT01          TO TRUE
            CLOSE ARQCTT01
            IF NOT WRK-FS-CTT01-OK
               MOVE WRK-FS-ARQCTT01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0356        *'
            DISPLAY '* CONTATOS LIDOS..........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* CLIENTE NAO ATENDEU.....: ' ACU-NAO-ATENDEU
            DISPLAY '* PROMESSAS DE PAGAMENTO..: ' ACU-PROMESSAS
            DISPLAY '* RECUSAS.................: ' ACU-RECUSAS
            DISPLAY '* TELEFONE ERRADO.........: ' ACU-TELEFONE-ERRADO
            DISPLAY '* ACORDOS GRAVADOS........: ' ACU-ACORDOS-GRAVADOS
            DISPLAY '* ACORDOS VIGENTES MANTID.: ' ACU-ACORDOS-MANTIDOS
            DISPLAY '* CONTATOS REJEITADOS.....: ' ACU-REJEITADOS
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
