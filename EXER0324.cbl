      *    FIM DA DATILOGRAFIA MANUAL DAS CARTAS PELA EQUIPE DE        *
      *    COBRANCA. NOTIFICACAO SEM ENDERECO NO CADASTRO SAI COM O    *
      *    AVISO DE ENDERECO NAO CADASTRADO, PARA TRATAMENTO MANUAL.   *
      *    NOS NIVEIS 2 E 3, CADA CONTRATO DA CONTA COM AVALISTA ATIVO *
      *    NO CADASTRO DE AVALISTAS (ARQAVL01) GERA TAMBEM A CARTA AO  *
      *    AVALISTA, COM TEXTO PROPRIO, NO MESMO ARQCAR01.             *
      *    CONTA COM ENDERECO INVALIDADO POR CARTA DEVOLVIDA PELO      *
      *    CORREIO (EXER0351) NAO RECEBE CARTA - A NOTIFICACAO FICA    *
      *    REGISTRADA COMO RETIDA NA SITUACAO DE ENTREGA DAS CARTAS    *
      *    (ARQDVL01) ATE O EXER0313 REGISTRAR UM NOVO ENDERECO.       *
      *    CADA CARTA EMITIDA SUBSTITUI A SITUACAO DE ENTREGA DA CARTA *
      *    DE MESMO NIVEL DE UM CICLO DE COBRANCA ANTERIOR.            *
      *    ETAPA DA CADEIA NOTURNA: SO RODA COM A CONFERENCIA EXER0317 *
      *    CONCLUIDA OK NA DATA DE PROCESSAMENTO DO CARTAO DA CADEIA   *
      *    (ARQPARM, BOOK PAR03160 - SEM CARTAO, A DATA CORRENTE) E    *
      *    REGISTRA INICIO, FIM E RETURN-CODE NO CONTROLE DA CADEIA    *
      *    (ARQCHN01, BOOK CHN03160).                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQNOT01                                  NOT03112
      *      ARQENT01                                  ENT03112
      *      ARQAVL01                                  AVL03150
      *      ARQDVL01                                  DVL03151
      *      ARQCAR01                                  (LINHA 132)
      *      ARQPARM                                   PAR03160
      *      ARQCHN01                                  CHN03160
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
        FILE-CONTROL.
      *
            SELECT ARQPARM  ASSIGN      TO UT-S-ARQPARM
                       FILE STATUS      IS WRK-FS-ARQPARM.

            SELECT ARQNOT01 ASSIGN      TO UT-S-ARQNOT01
                       FILE STATUS      IS WRK-FS-ARQNOT01.

                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQAVL01 ASSIGN      TO UT-S-ARQAVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAVL01.

            SELECT ARQDVL01 ASSIGN      TO UT-S-ARQDVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS DVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQDVL01.

            SELECT ARQCAR01 ASSIGN      TO UT-S-ARQCAR01
                       FILE STATUS      IS WRK-FS-ARQCAR01.

            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.
      *
      *================================================================*
        DATA                            DIVISION.
        FILE                            SECTION.
      *----------------------------------------------------------------*
      *
        FD  ARQPARM
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQPARM              PIC X(08).

        FD  ARQNOT01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQAVL01
            LABEL RECORD   IS STANDARD.
            COPY AVL03150.

        FD  ARQDVL01
            LABEL RECORD   IS STANDARD.
            COPY DVL03151.

        FD  ARQCAR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCAR01             PIC X(132).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
            COPY NOT03112.
            COPY PAR03160.
      *
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQNOT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-CARTAS-GERADAS      PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-ENDERECO        PIC  9(007)         VALUE ZEROS.
        77 ACU-CARTAS-AVALISTA     PIC  9(007)         VALUE ZEROS.
        77 ACU-CARTAS-RETIDAS      PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-IND-TEM-ENDERECO    PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-ENDERECO     VALUE 'S'.
      * ENDERECO INVALIDADO POR CARTA DEVOLVIDA - CARTA RETIDA
        77 WRK-IND-END-INVALIDO    PIC  X(001)         VALUE 'N'.
           88 WRK-END-INVALIDO     VALUE 'S'.
      *
      * DATA DE EXECUCAO DO JOB - DATA DA RETENCAO DA CARTA
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      * CADASTRO DE AVALISTAS AINDA NAO CRIADO - SO CARTAS AO CLIENTE
        77 WRK-IND-SEM-ARQAVL01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAVL01     VALUE 'S'.
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
           88 WRK-CN-ARQNOT01      VALUE 'ARQNOT01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQAVL01      VALUE 'ARQAVL01'.
           88 WRK-CN-ARQDVL01      VALUE 'ARQDVL01'.
           88 WRK-CN-ARQCAR01      VALUE 'ARQCAR01'.
           88 WRK-CN-ARQCHN01      VALUE 'ARQCHN01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
           88 WRK-CN-REWRITE       VALUE 'REWRI'.
           88 WRK-CN-DELETE        VALUE 'DELET'.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
              88 WRK-FS-PARM-OK    VALUE '00'.
           05 WRK-FS-ARQNOT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-NOT01-OK   VALUE '00'.
              88 WRK-FS-NOT01-FIM  VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQAVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVL01-OK   VALUE '00'.
              88 WRK-FS-AVL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQDVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DVL01-OK   VALUE '00'.
              88 WRK-FS-DVL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCAR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CAR01-OK   VALUE '00'.
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
           03 FILLER               PIC  X(010) VALUE '  MOTIVO: '.
           03 CAR-REF-DESC-MOTIVO  PIC  X(038) VALUE SPACES.
           03 FILLER               PIC  X(054) VALUE SPACES.
      *
        01 CAR-LINHA-REF-AVALISTA.
           03 FILLER               PIC  X(009) VALUE 'AGENCIA: '.
           03 CAR-RAV-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(009) VALUE '  CONTA: '.
           03 CAR-RAV-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(012) VALUE '  CONTRATO: '.
           03 CAR-RAV-NUM-CONTRATO PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(011) VALUE '  DEVEDOR: '.
           03 CAR-RAV-NOM-DEVEDOR  PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(037) VALUE SPACES.
      *
        01 CAR-LINHA-VALORES.
           03 FILLER               PIC  X(015) VALUE 'VALOR DEVIDO: '.
        1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 1100-LER-PARAMETROS

            PERFORM 1050-VERIFICA-CADEIA

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQNOT01         TO TRUE
            OPEN INPUT ARQNOT01
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQAVL01         TO TRUE
            OPEN INPUT ARQAVL01
            EVALUATE TRUE
                WHEN WRK-FS-AVL01-OK
                     CONTINUE
                WHEN WRK-FS-AVL01-NAO-EXISTE
                     SET WRK-SEM-ARQAVL01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

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

            SET WRK-CN-ARQCAR01         TO TRUE
            OPEN OUTPUT ARQCAR01
      *
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 3800-LER-NOTIFICACAO
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
      *    LE A DATA DE PROCESSAMENTO DA CADEIA NO CARTAO DE           *
      *    PARAMETRO (SEM CARTAO OU ZERADA, A DATA CORRENTE)           *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM24-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM24-DAT-PROCESSAMENTO
                                        TO WRK-DAT-CADEIA
               END-IF

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF

            IF WRK-DAT-CADEIA EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-CADEIA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSA UMA NOTIFICACAO: BUSCA O ENDERECO DO CLIENTE NO    *
      *    CADASTRO E GRAVA A CARTA FORMATADA (OU A RETEM, SE O        *
      *    ENDERECO FOI INVALIDADO POR DEVOLUCAO) - NOS NIVEIS 2 E 3   *
      *    GRAVA TAMBEM AS CARTAS AOS AVALISTAS DA CONTA - E LE A      *
      *    PROXIMA                                                     *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3100-BUSCA-ENDERECO

            IF WRK-END-INVALIDO
               PERFORM 3500-RETEM-CARTA
            ELSE
               PERFORM 3200-GRAVA-CARTA
               PERFORM 3550-LIMPA-SITUACAO-ENTREGA
            END-IF

            IF NOT01-NIVEL-NOTIFICACAO GREATER 1
               AND NOT WRK-SEM-ARQAVL01
               PERFORM 3300-CARTAS-AVALISTAS
            END-IF
      *
            PERFORM 3800-LER-NOTIFICACAO
            .
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-TEM-ENDERECO
            MOVE 'N'                    TO WRK-IND-END-INVALIDO

      * A NOTIFICACAO IDENTIFICA O CLIENTE POR AGENCIA+CONTA - O
      * ENDERECO SAI DO PRIMEIRO CONTRATO DA CONTA NO CADASTRO
                        IF ARQENT01-DES-LOGRADOURO NOT EQUAL SPACES
                           SET WRK-TEM-ENDERECO TO TRUE
                        END-IF
                        IF ARQENT01-ENDERECO-INVALIDO
                           SET WRK-END-INVALIDO TO TRUE
                        END-IF
                     ELSE
                        INITIALIZE ARQENT01-REGISTRO
                     END-IF
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE OS AVALISTAS DOS CONTRATOS DA CONTA NOTIFICADA     *
      *    (A NOTIFICACAO E POR AGENCIA+CONTA) - CADA AVALISTA ATIVO   *
      *    RECEBE A SUA CARTA                                          *
      *----------------------------------------------------------------*
        3300-CARTAS-AVALISTAS           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE NOT01-COD-AGENCIA      TO AVL01-COD-AGENCIA
            MOVE NOT01-NUM-CONTA        TO AVL01-NUM-CONTA
            MOVE ZEROS                  TO AVL01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            START ARQAVL01 KEY GREATER AVL01-CHAVE

            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     PERFORM 3300-10-LER-AVALISTA
                         UNTIL NOT WRK-FS-AVL01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3300-10-LER-AVALISTA            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01               NEXT RECORD

            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     IF AVL01-COD-AGENCIA EQUAL NOT01-COD-AGENCIA
                        AND AVL01-NUM-CONTA EQUAL NOT01-NUM-CONTA
                        IF AVL01-AVALISTA-ATIVO
                           PERFORM 3400-GRAVA-CARTA-AVALISTA
                        END-IF
                     ELSE
      * PASSOU DA CONTA NOTIFICADA - ENCERRA A VARREDURA
                        MOVE '10'       TO WRK-FS-ARQAVL01
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3300-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A CARTA AO AVALISTA CORRENTE: ENDERECO DO AVALISTA,   *
      *    TITULO E TEXTO PROPRIOS DO NIVEL, O CONTRATO AVALIZADO COM  *
      *    O NOME DO DEVEDOR E OS DADOS DO DEBITO DA NOTIFICACAO       *
      *----------------------------------------------------------------*
        3400-GRAVA-CARTA-AVALISTA       SECTION.
      *----------------------------------------------------------------*
      *
            MOVE CAR-LINHA-SEPARADORA   TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE AVL01-NOM-AVALISTA     TO CAR-DST-NOM-CLIENTE
            MOVE CAR-LINHA-DESTINATARIO TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE AVL01-DES-LOGRADOURO   TO CAR-LOG-DESCRICAO
            MOVE CAR-LINHA-LOGRADOURO   TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA
            MOVE AVL01-NOM-CIDADE       TO CAR-CID-NOME
            MOVE AVL01-SIG-UF           TO CAR-CID-UF
            MOVE AVL01-NUM-CEP          TO CAR-CID-CEP
            MOVE CAR-LINHA-CIDADE       TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE CAR-LINHA-BRANCA       TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            IF NOT01-NIVEL-NOTIFICACAO EQUAL 2
               MOVE 'AVISO AO AVALISTA - DEBITO EM ATRASO'
                                        TO CAR-TIT-TEXTO
            ELSE
               MOVE 'AVISO FINAL AO AVALISTA - SUJEITO A PROTESTO'
                                        TO CAR-TIT-TEXTO
            END-IF
            MOVE CAR-LINHA-TITULO       TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE CAR-LINHA-BRANCA       TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE AVL01-COD-AGENCIA      TO CAR-RAV-COD-AGENCIA
            MOVE AVL01-NUM-CONTA        TO CAR-RAV-NUM-CONTA
            MOVE AVL01-NUM-CONTRATO     TO CAR-RAV-NUM-CONTRATO
            MOVE NOT01-NOM-CLIENTE      TO CAR-RAV-NOM-DEVEDOR
            MOVE CAR-LINHA-REF-AVALISTA TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE NOT01-VLR-DEVIDO       TO CAR-VLR-DEVIDO
            MOVE NOT01-QTDE-DIAS-ATRASO TO CAR-QTDE-DIAS
            MOVE CAR-LINHA-VALORES      TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE CAR-LINHA-BRANCA       TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE 'COMO AVALISTA DO CONTRATO ACIMA, INFORMAMOS'
                                        TO CAR-TXT-CONTEUDO
            MOVE CAR-LINHA-TEXTO        TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            IF NOT01-NIVEL-NOTIFICACAO EQUAL 2
               MOVE 'QUE O DEVEDOR JA FOI AVISADO E O DEBITO CONTINUA EM
      -             ' ABERTO.'          TO CAR-TXT-CONTEUDO
               MOVE CAR-LINHA-TEXTO     TO FD-ARQCAR01
               PERFORM 3900-GRAVA-LINHA
               MOVE 'PEDIMOS SEU CONTATO COM O DEVEDOR PARA A REGULARIZA
      -             'CAO EM 5 DIAS.'    TO CAR-TXT-CONTEUDO
               MOVE CAR-LINHA-TEXTO     TO FD-ARQCAR01
               PERFORM 3900-GRAVA-LINHA
            ELSE
               MOVE 'QUE O DEBITO ACIMA RECEBEU O AVISO FINAL DE COBRANC
      -             'A.'                TO CAR-TXT-CONTEUDO
               MOVE CAR-LINHA-TEXTO     TO FD-ARQCAR01
               PERFORM 3900-GRAVA-LINHA
               MOVE 'SEM O PAGAMENTO EM 48 HORAS O TITULO SERA ENCAMINHA
      -             'DO A PROTESTO.'    TO CAR-TXT-CONTEUDO
               MOVE CAR-LINHA-TEXTO     TO FD-ARQCAR01
               PERFORM 3900-GRAVA-LINHA
            END-IF

            MOVE CAR-LINHA-BRANCA       TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            MOVE 'ATENCIOSAMENTE, EQUIPE DE COBRANCA'
                                        TO CAR-TXT-CONTEUDO
            MOVE CAR-LINHA-TEXTO        TO FD-ARQCAR01
            PERFORM 3900-GRAVA-LINHA

            ADD 1                       TO ACU-CARTAS-AVALISTA
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONTA COM ENDERECO INVALIDADO POR CARTA DEVOLVIDA: A CARTA  *
      *    NAO E GRAVADA E O NIVEL FICA REGISTRADO COMO RETIDO NA      *
      *    SITUACAO DE ENTREGA. O NIVEL SO E NOTIFICADO UMA VEZ POR    *
      *    CICLO DE COBRANCA (VIDE HIS03112), DE MODO QUE UM REGISTRO  *
      *    JA EXISTENTE NO NIVEL E DA CARTA DE UM CICLO ANTERIOR E E   *
      *    SUBSTITUIDO                                                 *
      *----------------------------------------------------------------*
        3500-RETEM-CARTA                SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DVL01-REGISTRO
            MOVE NOT01-COD-AGENCIA      TO DVL01-COD-AGENCIA
            MOVE NOT01-NUM-CONTA        TO DVL01-NUM-CONTA
            MOVE NOT01-NIVEL-NOTIFICACAO TO DVL01-NIVEL-NOTIFICACAO
            MOVE 'R'                    TO DVL01-IND-SITUACAO
            MOVE WRK-RUN-DATA           TO DVL01-DAT-OCORRENCIA
            MOVE WRK-RUN-DATA           TO DVL01-DAT-REGISTRO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQDVL01         TO TRUE
            WRITE DVL01-REGISTRO
      *
            EVALUATE WRK-FS-ARQDVL01
                WHEN '00'
                     CONTINUE
                WHEN '22'
                     SET WRK-CN-REWRITE TO TRUE
                     REWRITE DVL01-REGISTRO
                     IF NOT WRK-FS-DVL01-OK
                        MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                WHEN OTHER
                     MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            ADD 1                       TO ACU-CARTAS-RETIDAS
            .
      *
      *----------------------------------------------------------------*
        3500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARTA ENVIADA: EXCLUI A SITUACAO DE ENTREGA (DEVOLVIDA OU   *
      *    RETIDA) DA CARTA DE MESMO NIVEL DE UM CICLO ANTERIOR - A    *
      *    CARTA NOVA E CONSIDERADA ENTREGUE ATE O CORREIO DEVOLVE-LA  *
      *----------------------------------------------------------------*
        3550-LIMPA-SITUACAO-ENTREGA     SECTION.
      *----------------------------------------------------------------*
      *
            MOVE NOT01-COD-AGENCIA      TO DVL01-COD-AGENCIA
            MOVE NOT01-NUM-CONTA        TO DVL01-NUM-CONTA
            MOVE NOT01-NIVEL-NOTIFICACAO TO DVL01-NIVEL-NOTIFICACAO
      *
            SET WRK-CN-DELETE           TO TRUE
            SET WRK-CN-ARQDVL01         TO TRUE
            DELETE ARQDVL01             RECORD
      *
            EVALUATE WRK-FS-ARQDVL01
                WHEN '00'
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3550-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO EXTRATO DE NOTIFICACOES                *
      *----------------------------------------------------------------*
        3800-LER-NOTIFICACAO            SECTION.
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF NOT WRK-SEM-ARQAVL01
               SET WRK-CN-ARQAVL01       TO TRUE
               CLOSE ARQAVL01
            END-IF

            SET WRK-CN-ARQDVL01          TO TRUE
            CLOSE ARQDVL01
            IF NOT WRK-FS-DVL01-OK
               MOVE WRK-FS-ARQDVL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQCAR01          TO TRUE
            CLOSE ARQCAR01
            IF NOT WRK-FS-CAR01-OK
            DISPLAY '* CARTAS GERADAS..........: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-ENDERECO        TO WRK-MASK-QTDREG
            DISPLAY '* SEM ENDERECO CADASTRADO.: ' WRK-MASK-QTDREG
            MOVE ACU-CARTAS-AVALISTA     TO WRK-MASK-QTDREG
            DISPLAY '* CARTAS AOS AVALISTAS....: ' WRK-MASK-QTDREG
            MOVE ACU-CARTAS-RETIDAS      TO WRK-MASK-QTDREG
            DISPLAY '* RETIDAS - END. INVALIDO.: ' WRK-MASK-QTDREG
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
