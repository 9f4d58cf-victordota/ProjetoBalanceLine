      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0347.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: REMESSA DIARIA DE DEBITO AUTOMATICO - PARA    *
      *    CADA CONTRATO ATIVO DO CADASTRO COM AUTORIZACAO DE DEBITO   *
      *    AUTOMATICO, LE AS PARCELAS EM ABERTO DO PLANO (ARQPLA01)    *
      *    QUE VENCEM ATE A DATA DA REMESSA MAIS A ANTECEDENCIA DO     *
      *    CARTAO DE PARAMETROS E GRAVA UM PEDIDO DE DEBITO NO LAYOUT  *
      *    DO BANCO (ARQDEB01). O CONTROLE POR PARCELA (ARQDBA01)      *
      *    EVITA REENVIAR PARCELA QUE AGUARDA RETORNO OU JA FOI        *
      *    DEBITADA E REAPRESENTA AS RECUSADAS LIBERADAS PELO          *
      *    PROCESSAMENTO DO RETORNO (EXER0348).                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03147
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQDBA01                                  DBA03147
      *      ARQDEB01                                  DEB03147
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
            SELECT ARQPARM  ASSIGN      TO UT-S-ARQPARM
                       FILE STATUS      IS WRK-FS-ARQPARM.

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQPLA01 ASSIGN      TO UT-S-ARQPLA01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PLA01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPLA01.

            SELECT ARQDBA01 ASSIGN      TO UT-S-ARQDBA01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS DBA01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQDBA01.

            SELECT ARQDEB01 ASSIGN      TO UT-S-ARQDEB01
                       FILE STATUS      IS WRK-FS-ARQDEB01.
      *
      *================================================================*
        DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
        FILE                            SECTION.
      *----------------------------------------------------------------*
      *
        FD  ARQPARM
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQPARM              PIC X(37).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQDBA01
            LABEL RECORD   IS STANDARD.
            COPY DBA03147.

        FD  ARQDEB01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQDEB01             PIC X(100).
      *
      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS'.
      *----------------------------------------------------------------*
      *
            COPY PAR03147.
            COPY DEB03147.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0347'.
        77 ACU-LIDOS-ARQENT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-DEBITO    PIC  9(007)         VALUE ZEROS.
        77 ACU-PARCELAS-NOVAS      PIC  9(007)         VALUE ZEROS.
        77 ACU-PARCELAS-REENVIADAS PIC  9(007)         VALUE ZEROS.
        77 ACU-PARCELAS-AGUARDANDO PIC  9(007)         VALUE ZEROS.
        77 ACU-PARCELAS-DEBITADAS  PIC  9(007)         VALUE ZEROS.
        77 ACU-PARCELAS-ESGOTADAS  PIC  9(007)         VALUE ZEROS.
        77 ACU-GRAVA-ARQDEB01      PIC  9(006)         VALUE ZEROS.
        77 ACU-VLR-REMESSA         PIC  9(015)V99      VALUE ZEROS.
      *
      * PARAMETROS DO RUN (VIDE PAR03147)
        77 WRK-DAT-PROCESSAMENTO   PIC  9(008)         VALUE ZEROS.
        77 WRK-DAT-LIMITE          PIC  9(008)         VALUE ZEROS.
      *
        77 WRK-IND-REPETE-LEITURA-CAD PIC X(001)       VALUE 'N'.
           88 WRK-REPETE-LEITURA-CAD VALUE 'S'.
      *
      * DATA LIMITE DE VENCIMENTO = DATA DA REMESSA + ANTECEDENCIA
        01 WRK-DAT-PROXIMA.
           03 WRK-PROX-ANO         PIC  9(004)         VALUE ZEROS.
           03 WRK-PROX-MES         PIC  9(002)         VALUE ZEROS.
           03 WRK-PROX-DIA         PIC  9(002)         VALUE ZEROS.
        01 WRK-DAT-PROXIMA-NUM REDEFINES WRK-DAT-PROXIMA
                                   PIC  9(008).
        77 WRK-QTDE-DIAS-MES       PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-SUB-DIA         PIC  9(003)         VALUE ZEROS.
      *
      * CONVERSAO DA DATA DE VENCIMENTO (dd.mm.aaaa) PARA AAAAMMDD
        01 WRK-DAT-VENC-EDIT.
           03 WRK-VENC-EDIT-DIA    PIC  9(002)  VALUE ZEROS.
           03 FILLER               PIC  X(001)  VALUE SPACES.
           03 WRK-VENC-EDIT-MES    PIC  9(002)  VALUE ZEROS.
           03 FILLER               PIC  X(001)  VALUE SPACES.
           03 WRK-VENC-EDIT-ANO    PIC  9(004)  VALUE ZEROS.
        01 WRK-DAT-VENC-AMD.
           03 WRK-VENC-AMD-ANO     PIC  9(004)  VALUE ZEROS.
           03 WRK-VENC-AMD-MES     PIC  9(002)  VALUE ZEROS.
           03 WRK-VENC-AMD-DIA     PIC  9(002)  VALUE ZEROS.
        01 WRK-DAT-VENC-AMD-NUM REDEFINES WRK-DAT-VENC-AMD
                                   PIC  9(008).
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQDBA01      VALUE 'ARQDBA01'.
           88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
           88 WRK-CN-REWRI         VALUE 'REWRI'.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
              88 WRK-FS-PARM-OK    VALUE '00'.
              88 WRK-FS-PARM-FIM   VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-FIM  VALUE '10'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
              88 WRK-FS-PLA01-FIM  VALUE '10'.
           05 WRK-FS-ARQDBA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DBA01-OK   VALUE '00'.
              88 WRK-FS-DBA01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DEB01-OK   VALUE '00'.
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
            PERFORM 3000-PROCESSA-CONTRATO
                UNTIL WRK-FS-ENT01-FIM
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
            PERFORM 1100-LER-PARAMETROS

            MOVE PARM18-DAT-PROCESSAMENTO TO WRK-DAT-PROCESSAMENTO
            IF WRK-DAT-PROCESSAMENTO EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO WRK-DAT-PROCESSAMENTO
            END-IF

            PERFORM 1200-CALCULA-DATA-LIMITE

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPLA01         TO TRUE
            OPEN INPUT ARQPLA01
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQDBA01         TO TRUE
            OPEN I-O ARQDBA01
            IF WRK-FS-DBA01-NAO-EXISTE
               OPEN OUTPUT ARQDBA01
               IF WRK-FS-DBA01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQDBA01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQDBA01
               END-IF
            END-IF
            IF NOT WRK-FS-DBA01-OK
               MOVE WRK-FS-ARQDBA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQDEB01         TO TRUE
            OPEN OUTPUT ARQDEB01
            IF NOT WRK-FS-DEB01-OK
               MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            INITIALIZE                  DEB01-REGISTRO-CTL
            MOVE 'A'                    TO DEB01-CTL-IND-TIPO-REG
            SET DEB01-CTL-REMESSA       TO TRUE
            MOVE PARM18-COD-CONVENIO    TO DEB01-CTL-COD-CONVENIO
            MOVE WRK-DAT-PROCESSAMENTO  TO DEB01-CTL-DAT-GERACAO
            MOVE PARM18-NUM-SEQ-ARQUIVO TO DEB01-CTL-NUM-SEQ-ARQUIVO
            PERFORM 3900-GRAVA-ARQDEB01

            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LEITURA DO CARTAO DE PARAMETROS (OPCIONAL - SEM CARTAO,     *
      *    REMESSA NA DATA CORRENTE SO COM AS PARCELAS JA VENCIDAS)    *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM18-REGISTRO

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    DATA LIMITE DE VENCIMENTO DA REMESSA = DATA DA REMESSA +    *
      *    QTDE DE DIAS CORRIDOS DE ANTECEDENCIA DO CARTAO             *
      *----------------------------------------------------------------*
        1200-CALCULA-DATA-LIMITE        SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-DAT-PROCESSAMENTO  TO WRK-DAT-PROXIMA-NUM
      *
            PERFORM 1200-10-AVANCA-DIA
                VARYING WRK-IND-SUB-DIA FROM 1 BY 1
                UNTIL WRK-IND-SUB-DIA
                          GREATER PARM18-QTD-DIAS-ANTECEDENCIA
      *
            MOVE WRK-DAT-PROXIMA-NUM    TO WRK-DAT-LIMITE
            .
      *
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    AVANCA A DATA LIMITE PARA O DIA SEGUINTE DO CALENDARIO      *
      *----------------------------------------------------------------*
        1200-10-AVANCA-DIA              SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE WRK-PROX-MES
                WHEN 01
                WHEN 03
                WHEN 05
                WHEN 07
                WHEN 08
                WHEN 10
                WHEN 12
                     MOVE 31            TO WRK-QTDE-DIAS-MES
                WHEN 04
                WHEN 06
                WHEN 09
                WHEN 11
                     MOVE 30            TO WRK-QTDE-DIAS-MES
                WHEN OTHER
                     IF FUNCTION MOD(WRK-PROX-ANO 4) EQUAL ZEROS
                        AND (FUNCTION MOD(WRK-PROX-ANO 100)
                                    NOT EQUAL ZEROS
                         OR FUNCTION MOD(WRK-PROX-ANO 400)
                                    EQUAL ZEROS)
                        MOVE 29         TO WRK-QTDE-DIAS-MES
                     ELSE
                        MOVE 28         TO WRK-QTDE-DIAS-MES
                     END-IF
            END-EVALUATE
      *
            ADD 1                       TO WRK-PROX-DIA
            IF WRK-PROX-DIA GREATER WRK-QTDE-DIAS-MES
               MOVE 1                   TO WRK-PROX-DIA
               ADD 1                    TO WRK-PROX-MES
               IF WRK-PROX-MES GREATER 12
                  MOVE 1                TO WRK-PROX-MES
                  ADD 1                 TO WRK-PROX-ANO
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSA UM CONTRATO COM DEBITO AUTOMATICO - VARRE AS       *
      *    PARCELAS DO PLANO A PARTIR DA PRIMEIRA                      *
      *----------------------------------------------------------------*
        3000-PROCESSA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO ACU-CONTRATOS-DEBITO

            MOVE ARQENT01-COD-AGENCIA   TO PLA01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO PLA01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3100-LER-PARCELA
                         UNTIL NOT WRK-FS-PLA01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE A PROXIMA PARCELA DO PLANO DO CONTRATO CORRENTE          *
      *----------------------------------------------------------------*
        3100-LER-PARCELA                SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            READ ARQPLA01               NEXT RECORD

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     IF PLA01-COD-AGENCIA EQUAL ARQENT01-COD-AGENCIA
                        AND PLA01-NUM-CONTA EQUAL ARQENT01-NUM-CONTA
                        AND PLA01-NUM-CONTRATO
                                        EQUAL ARQENT01-NUM-CONTRATO
                        IF PLA01-PARCELA-ABERTA
                           PERFORM 3200-AVALIA-PARCELA
                        END-IF
                     ELSE
      * PASSOU DO CONTRATO CORRENTE - ENCERRA A VARREDURA DO PLANO
                        MOVE '10'       TO WRK-FS-ARQPLA01
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
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
      *    PARCELA EM ABERTO: SO ENTRA NA REMESSA SE VENCE ATE A DATA  *
      *    LIMITE E NAO ANTES DA AUTORIZACAO DO DEBITO. PELO CONTROLE  *
      *    DA PARCELA - NUNCA ENVIADA = PRIMEIRA APRESENTACAO,         *
      *    RECUSADA COM NOVA TENTATIVA = REAPRESENTACAO; AGUARDANDO    *
      *    RETORNO, DEBITADA OU ESGOTADA NAO SAI NA REMESSA            *
      *----------------------------------------------------------------*
        3200-AVALIA-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE PLA01-DAT-VENCIMENTO   TO WRK-DAT-VENC-EDIT
            MOVE WRK-VENC-EDIT-ANO      TO WRK-VENC-AMD-ANO
            MOVE WRK-VENC-EDIT-MES      TO WRK-VENC-AMD-MES
            MOVE WRK-VENC-EDIT-DIA      TO WRK-VENC-AMD-DIA

            IF WRK-DAT-VENC-AMD-NUM GREATER WRK-DAT-LIMITE
               OR WRK-DAT-VENC-AMD-NUM LESS ARQENT01-DAT-AUTORIZ-DEBITO
               GO TO 3200-99-FIM
            END-IF

            MOVE PLA01-CHAVE            TO DBA01-CHAVE

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDBA01         TO TRUE
            READ ARQDBA01               KEY IS DBA01-CHAVE

            EVALUATE WRK-FS-ARQDBA01
                WHEN '00'
                     EVALUATE TRUE
                         WHEN DBA01-RECUSADA
                              PERFORM 3400-REAPRESENTA-PARCELA
                         WHEN DBA01-AGUARDANDO-RETORNO
                              ADD 1 TO ACU-PARCELAS-AGUARDANDO
                         WHEN DBA01-DEBITADA
                              ADD 1 TO ACU-PARCELAS-DEBITADAS
                         WHEN OTHER
                              ADD 1 TO ACU-PARCELAS-ESGOTADAS
                     END-EVALUATE
                WHEN '23'
                     PERFORM 3300-APRESENTA-PARCELA
                WHEN OTHER
                     MOVE WRK-FS-ARQDBA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PRIMEIRA APRESENTACAO DA PARCELA - CRIA O CONTROLE E GRAVA  *
      *    O PEDIDO DE DEBITO                                          *
      *----------------------------------------------------------------*
        3300-APRESENTA-PARCELA          SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DBA01-REGISTRO
            MOVE PLA01-CHAVE            TO DBA01-CHAVE
            MOVE WRK-DAT-VENC-AMD-NUM   TO DBA01-DAT-VENCIMENTO
            MOVE PLA01-VLR-PARCELA      TO DBA01-VLR-DEBITO
            MOVE WRK-DAT-PROCESSAMENTO  TO DBA01-DAT-PRIMEIRA-REMESSA
                                           DBA01-DAT-ULTIMA-REMESSA
            MOVE 1                      TO DBA01-QTD-TENTATIVAS
            SET DBA01-AGUARDANDO-RETORNO TO TRUE

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQDBA01         TO TRUE
            WRITE DBA01-REGISTRO
            IF NOT WRK-FS-DBA01-OK
               MOVE WRK-FS-ARQDBA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-PARCELAS-NOVAS
            PERFORM 3500-GRAVA-PEDIDO-DEBITO
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REAPRESENTACAO DA PARCELA RECUSADA - SOMA A TENTATIVA E     *
      *    VOLTA O CONTROLE PARA AGUARDANDO RETORNO                    *
      *----------------------------------------------------------------*
        3400-REAPRESENTA-PARCELA        SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO DBA01-QTD-TENTATIVAS
            MOVE PLA01-VLR-PARCELA      TO DBA01-VLR-DEBITO
            MOVE WRK-DAT-PROCESSAMENTO  TO DBA01-DAT-ULTIMA-REMESSA
            SET DBA01-AGUARDANDO-RETORNO TO TRUE

            SET WRK-CN-REWRI            TO TRUE
            SET WRK-CN-ARQDBA01         TO TRUE
            REWRITE DBA01-REGISTRO
            IF NOT WRK-FS-DBA01-OK
               MOVE WRK-FS-ARQDBA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-PARCELAS-REENVIADAS
            PERFORM 3500-GRAVA-PEDIDO-DEBITO
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O PEDIDO DE DEBITO DA PARCELA NA REMESSA - PARCELA JA *
      *    VENCIDA E PEDIDA PARA A DATA DA REMESSA (O BANCO NAO ACEITA *
      *    DEBITO COM DATA ANTERIOR AO PROCESSAMENTO)                  *
      *----------------------------------------------------------------*
        3500-GRAVA-PEDIDO-DEBITO        SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DEB01-REGISTRO
            SET DEB01-REG-REMESSA       TO TRUE
            MOVE ARQENT01-COD-BANCO-DEBITO
                                        TO DEB01-COD-BANCO-DEBITO
            MOVE ARQENT01-COD-AGENCIA-DEBITO
                                        TO DEB01-COD-AGENCIA-DEBITO
            MOVE ARQENT01-NUM-CONTA-DEBITO
                                        TO DEB01-NUM-CONTA-DEBITO
            IF DBA01-DAT-VENCIMENTO LESS WRK-DAT-PROCESSAMENTO
               MOVE WRK-DAT-PROCESSAMENTO TO DEB01-DAT-VENCIMENTO
            ELSE
               MOVE DBA01-DAT-VENCIMENTO  TO DEB01-DAT-VENCIMENTO
            END-IF
            MOVE DBA01-VLR-DEBITO       TO DEB01-VLR-DEBITO
            MOVE DBA01-COD-AGENCIA      TO DEB01-COD-AGENCIA
            MOVE DBA01-NUM-CONTA        TO DEB01-NUM-CONTA
            MOVE DBA01-NUM-CONTRATO     TO DEB01-NUM-CONTRATO
            MOVE DBA01-NUM-PARCELA      TO DEB01-NUM-PARCELA
            MOVE DBA01-QTD-TENTATIVAS   TO DEB01-NUM-TENTATIVA

            PERFORM 3900-GRAVA-ARQDEB01

            ADD 1                       TO ACU-GRAVA-ARQDEB01
            ADD DEB01-VLR-DEBITO        TO ACU-VLR-REMESSA
            .
      *
      *----------------------------------------------------------------*
        3500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO CONTRATO ATIVO COM DEBITO AUTOMATICO DO        *
      *    CADASTRO (CONTA INATIVA OU SEM AUTORIZACAO E IGNORADA)      *
      *----------------------------------------------------------------*
        3800-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-REPETE-LEITURA-CAD

            PERFORM 3800-10-LER-UM-CADASTRO
                    WITH TEST AFTER
                    UNTIL NOT WRK-REPETE-LEITURA-CAD
            .
      *
      *----------------------------------------------------------------*
        3800-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3800-10-LER-UM-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-REPETE-LEITURA-CAD

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQENT01
                     IF ARQENT01-CONTA-INATIVA
                        OR NOT ARQENT01-COM-DEB-AUTOMATICO
                        MOVE 'S' TO WRK-IND-REPETE-LEITURA-CAD
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3800-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UM REGISTRO (HEADER, DETALHE OU TRAILER) NA REMESSA   *
      *----------------------------------------------------------------*
        3900-GRAVA-ARQDEB01             SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQDEB01         TO TRUE
            WRITE FD-ARQDEB01           FROM DEB01-REGISTRO
            IF NOT WRK-FS-DEB01-OK
               MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
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
      *    GRAVA O TRAILER DA REMESSA, FECHA OS ARQUIVOS E EXIBE O     *
      *    RESUMO DO PROCESSAMENTO                                     *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DEB01-REGISTRO-CTL
            MOVE 'Z'                    TO DEB01-CTL-IND-TIPO-REG
            SET DEB01-CTL-REMESSA       TO TRUE
            MOVE PARM18-COD-CONVENIO    TO DEB01-CTL-COD-CONVENIO
            MOVE WRK-DAT-PROCESSAMENTO  TO DEB01-CTL-DAT-GERACAO
            MOVE PARM18-NUM-SEQ-ARQUIVO TO DEB01-CTL-NUM-SEQ-ARQUIVO
            MOVE ACU-GRAVA-ARQDEB01     TO DEB01-CTL-QTDE-REGISTROS
            MOVE ACU-VLR-REMESSA        TO DEB01-CTL-VLR-TOTAL
            PERFORM 3900-GRAVA-ARQDEB01

            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            SET WRK-CN-ARQDBA01          TO TRUE
            CLOSE ARQDBA01
            IF NOT WRK-FS-DBA01-OK
               MOVE WRK-FS-ARQDBA01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQDEB01          TO TRUE
            CLOSE ARQDEB01
            IF NOT WRK-FS-DEB01-OK
               MOVE WRK-FS-ARQDEB01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0347        *'
            DISPLAY '* DATA DA REMESSA.........: ' WRK-DAT-PROCESSAMENTO
            DISPLAY '* VENCIMENTOS ATE.........: ' WRK-DAT-LIMITE
            DISPLAY '* CADASTROS LIDOS.........: ' ACU-LIDOS-ARQENT01
            DISPLAY '* CONTRATOS C/ DEBITO AUT.: ' ACU-CONTRATOS-DEBITO
            DISPLAY '* PARCELAS APRESENTADAS...: ' ACU-PARCELAS-NOVAS
            DISPLAY '* PARCELAS REAPRESENTADAS.: '
                                            ACU-PARCELAS-REENVIADAS
            DISPLAY '* AGUARDANDO RETORNO......: '
                                            ACU-PARCELAS-AGUARDANDO
            DISPLAY '* JA DEBITADAS............: '
                                            ACU-PARCELAS-DEBITADAS
            DISPLAY '* TENTATIVAS ESGOTADAS....: '
                                            ACU-PARCELAS-ESGOTADAS
            DISPLAY '* PEDIDOS NO ARQDEB01.....: ' ACU-GRAVA-ARQDEB01
            DISPLAY '* VALOR DA REMESSA........: ' ACU-VLR-REMESSA
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
