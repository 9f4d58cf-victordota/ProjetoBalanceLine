      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0348.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: PROCESSAMENTO DO RETORNO DE DEBITO AUTOMATICO *
      *    DO BANCO (ARQRDB01). CADA DEBITO EFETUADO VIRA UM DETALHE   *
      *    DE PAGAMENTO NO LOTE ARQMDA01 (LAYOUT DO ARQENT02, COM      *
      *    HEADER E TRAILER), CONCATENADO AO ARQENT02 DA PROXIMA       *
      *    PRE-CRITICA (EXER0318). CADA DEBITO RECUSADO FICA COM O     *
      *    MOTIVO NO CONTROLE DA PARCELA (ARQDBA01) E E REAPRESENTADO  *
      *    NA PROXIMA REMESSA (EXER0347) ATE A QTDE MAXIMA DE          *
      *    TENTATIVAS DO CARTAO DE PARAMETROS - ESGOTADAS AS           *
      *    TENTATIVAS, OU COM MOTIVO DEFINITIVO, A PARCELA SAI NO      *
      *    AVISO POR AGENCIA (ARQREL01) PARA O CONTATO COM O CLIENTE   *
      *    ANTES DA CONTA ENTRAR EM NP.                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03148
      *      ARQRDB01                                  DEB03147
      *      ARQDBA01                                  DBA03147
      *      ARQENT01                                  ENT03112
      *      ARQMDA01                                  ENT03212
      *      ARQREL01                                  -
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

            SELECT ARQRDB01 ASSIGN      TO UT-S-ARQRDB01
                       FILE STATUS      IS WRK-FS-ARQRDB01.

            SELECT ARQDBA01 ASSIGN      TO UT-S-ARQDBA01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS DBA01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQDBA01.

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQMDA01 ASSIGN      TO UT-S-ARQMDA01
                       FILE STATUS      IS WRK-FS-ARQMDA01.

            SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                       FILE STATUS      IS WRK-FS-ARQREL01.
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
        01 FD-ARQPARM              PIC X(10).

        FD  ARQRDB01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQRDB01             PIC X(100).

        FD  ARQDBA01
            LABEL RECORD   IS STANDARD.
            COPY DBA03147.

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQMDA01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQMDA01             PIC X(25).

        FD  ARQREL01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQREL01             PIC X(132).
      *
      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS'.
      *----------------------------------------------------------------*
      *
            COPY PAR03148.
            COPY DEB03147.
            COPY ENT03212.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE MOTIVOS DE RECUSA DO BANCO'.
      *----------------------------------------------------------------*
      *
      * MOTIVO, INDICADOR DE NOVA TENTATIVA ('S' = REAPRESENTA A
      * PARCELA NA PROXIMA REMESSA, 'N' = MOTIVO DEFINITIVO - SO A
      * AGENCIA RESOLVE) E DESCRICAO. MOTIVO FORA DA TABELA E TRATADO
      * COMO PASSIVEL DE NOVA TENTATIVA
        01 WRK-TAB-MOTIVOS-PADRAO.
           03 FILLER               PIC  X(038) VALUE
              '01SINSUFICIENCIA DE FUNDOS            '.
           03 FILLER               PIC  X(038) VALUE
              '02NCONTA NAO CADASTRADA               '.
           03 FILLER               PIC  X(038) VALUE
              '04SOUTRAS RESTRICOES                  '.
           03 FILLER               PIC  X(038) VALUE
              '05SVALOR EXCEDE O LIMITE DA CONTA     '.
           03 FILLER               PIC  X(038) VALUE
              '10NAGENCIA EM REGIME DE ENCERRAMENTO  '.
           03 FILLER               PIC  X(038) VALUE
              '12NVALOR INVALIDO                     '.
           03 FILLER               PIC  X(038) VALUE
              '13SDATA DE LANCAMENTO INVALIDA        '.
           03 FILLER               PIC  X(038) VALUE
              '14NAGENCIA INVALIDA                   '.
           03 FILLER               PIC  X(038) VALUE
              '15NCONTA CORRENTE INVALIDA            '.
           03 FILLER               PIC  X(038) VALUE
              '18SDATA ANTERIOR AO PROCESSAMENTO     '.
           03 FILLER               PIC  X(038) VALUE
              '30NSEM AUTORIZACAO DE DEBITO NO BANCO '.
           03 FILLER               PIC  X(038) VALUE
              '96SMANUTENCAO DO CADASTRO DA CONTA    '.
        01 WRK-TAB-MOTIVOS REDEFINES WRK-TAB-MOTIVOS-PADRAO.
           03 WRK-MOT-OCORRENCIA   OCCURS 12 TIMES.
              05 WRK-MOT-COD-RETORNO PIC X(002).
              05 WRK-MOT-IND-NOVA-TENTATIVA PIC X(001).
              05 WRK-MOT-DESCRICAO PIC  X(035).
      *
        77 WRK-IND-SUB-MOT         PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-NOVA-TENTATIVA  PIC  X(001)         VALUE 'S'.
           88 WRK-PERMITE-NOVA-TENTATIVA VALUE 'S'.
        77 WRK-DES-MOTIVO          PIC  X(035)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0348'.
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
        77 ACU-LIDOS-ARQRDB01      PIC  9(007)         VALUE ZEROS.
        77 ACU-DETALHES-RETORNO    PIC  9(007)         VALUE ZEROS.
        77 ACU-DEBITOS-PREVISTOS   PIC  9(007)         VALUE ZEROS.
        77 ACU-DEBITOS-EFETUADOS   PIC  9(007)         VALUE ZEROS.
        77 ACU-VLR-DEBITADO        PIC  9(015)V99      VALUE ZEROS.
        77 ACU-RECUSAS             PIC  9(007)         VALUE ZEROS.
        77 ACU-REAPRESENTAR        PIC  9(007)         VALUE ZEROS.
        77 ACU-AVISOS-AGENCIA      PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-CONTROLE        PIC  9(007)         VALUE ZEROS.
        77 ACU-DUPLICADOS          PIC  9(007)         VALUE ZEROS.
        77 ACU-GRAVA-ARQMDA01      PIC  9(007)         VALUE ZEROS.
      *
      * PARAMETROS DO RUN (VIDE PAR03148)
        77 WRK-DAT-PROCESSAMENTO   PIC  9(008)         VALUE ZEROS.
        77 WRK-QTD-MAX-TENTATIVAS  PIC  9(002)         VALUE ZEROS.
      *
      * CONTROLE DO ARQUIVO DE RETORNO
        77 WRK-IND-TEM-TRAILER     PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-TRAILER      VALUE 'S'.
      *
      * SITUACAO DO CONTROLE DA PARCELA DO DETALHE CORRENTE
        77 WRK-IND-DBA01-EXISTE    PIC  X(001)         VALUE 'N'.
           88 WRK-DBA01-EXISTE     VALUE 'S'.
        77 WRK-IND-DETALHE-DUPLICADO PIC X(001)        VALUE 'N'.
           88 WRK-DETALHE-DUPLICADO VALUE 'S'.
      *
      * QUEBRA POR AGENCIA DO AVISO
        77 WRK-COD-AGENCIA-ANT     PIC  9(004)         VALUE ZEROS.
        77 WRK-IND-PRIMEIRO-AVISO  PIC  X(001)         VALUE 'S'.
           88 WRK-PRIMEIRO-AVISO   VALUE 'S'.
        77 WRK-QTD-TENTATIVAS-AVISO PIC 9(002)         VALUE ZEROS.
      *
      * DATA DO LOTE DO ARQMDA01 (dd.mm.aaaa - PADRAO DO ARQENT02)
        01 WRK-DAT-PROC-AMD.
           03 WRK-PROC-AMD-ANO     PIC  9(004)  VALUE ZEROS.
           03 WRK-PROC-AMD-MES     PIC  9(002)  VALUE ZEROS.
           03 WRK-PROC-AMD-DIA     PIC  9(002)  VALUE ZEROS.
        01 WRK-DAT-PROC-AMD-NUM REDEFINES WRK-DAT-PROC-AMD
                                   PIC  9(008).
        01 WRK-DAT-LOTE-EDIT.
           03 WRK-LOTE-EDIT-DIA    PIC  9(002)  VALUE ZEROS.
           03 FILLER               PIC  X(001)  VALUE '.'.
           03 WRK-LOTE-EDIT-MES    PIC  9(002)  VALUE ZEROS.
           03 FILLER               PIC  X(001)  VALUE '.'.
           03 WRK-LOTE-EDIT-ANO    PIC  9(004)  VALUE ZEROS.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQRDB01      VALUE 'ARQRDB01'.
           88 WRK-CN-ARQDBA01      VALUE 'ARQDBA01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQMDA01      VALUE 'ARQMDA01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
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
           05 WRK-FS-ARQRDB01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-RDB01-OK   VALUE '00'.
              88 WRK-FS-RDB01-FIM  VALUE '10'.
           05 WRK-FS-ARQDBA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DBA01-OK   VALUE '00'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
           05 WRK-FS-ARQMDA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-MDA01-OK   VALUE '00'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DAS LINHAS DO AVISO AS AGENCIAS'.
      *----------------------------------------------------------------*
      *
        01 REL-LINHA-TITULO.
           03 FILLER               PIC  X(043) VALUE
              'EXER0348 - DEBITO AUTOMATICO NAO EFETUADO'.
           03 FILLER               PIC  X(021) VALUE
              ' - AVISO AS AGENCIAS'.
           03 FILLER               PIC  X(011) VALUE ' - RETORNO '.
           03 REL-TIT-DAT-PROC     PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(049) VALUE SPACES.
      *
        01 REL-LINHA-AGENCIA.
           03 FILLER               PIC  X(008) VALUE 'AGENCIA '.
           03 REL-AGE-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(050) VALUE
              ' - CONTATAR O CLIENTE PARA REGULARIZAR O PAGAMENTO'.
           03 FILLER               PIC  X(029) VALUE
              ' ANTES DA CONTA ENTRAR EM NP'.
           03 FILLER               PIC  X(041) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(057) VALUE
              'CONTA    CT PAR NOME DO CLIENTE'.
           03 FILLER               PIC  X(075) VALUE
              'VENCTO            VALOR TT RT MOTIVO DA RECUSA'.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTRATO PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-PARCELA  PIC  9(003) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NOM-CLIENTE  PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DAT-VENCIMENTO PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-DEBITO   PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-QTD-TENTATIVAS PIC Z9    VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COD-RETORNO  PIC  X(002) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-MOTIVO   PIC  X(035) VALUE SPACES.
           03 FILLER               PIC  X(010) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL.
           03 FILLER               PIC  X(035) VALUE
              'TOTAL DE PARCELAS AVISADAS........:'.
           03 REL-TOT-QTDE         PIC  ZZZZZZ9.
           03 FILLER               PIC  X(090) VALUE SPACES.
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
            PERFORM 3000-PROCESSA-RETORNO
                UNTIL WRK-FS-RDB01-FIM
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

            MOVE PARM19-DAT-PROCESSAMENTO TO WRK-DAT-PROCESSAMENTO
            IF WRK-DAT-PROCESSAMENTO EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO WRK-DAT-PROCESSAMENTO
            END-IF

            MOVE PARM19-QTD-MAX-TENTATIVAS TO WRK-QTD-MAX-TENTATIVAS
            IF WRK-QTD-MAX-TENTATIVAS EQUAL ZEROS
               MOVE 3                   TO WRK-QTD-MAX-TENTATIVAS
            END-IF

            MOVE WRK-DAT-PROCESSAMENTO  TO WRK-DAT-PROC-AMD-NUM
            MOVE WRK-PROC-AMD-DIA       TO WRK-LOTE-EDIT-DIA
            MOVE WRK-PROC-AMD-MES       TO WRK-LOTE-EDIT-MES
            MOVE WRK-PROC-AMD-ANO       TO WRK-LOTE-EDIT-ANO

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQDBA01         TO TRUE
            OPEN I-O ARQDBA01
            IF NOT WRK-FS-DBA01-OK
               MOVE WRK-FS-ARQDBA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1200-CONTA-DEBITOS

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQRDB01         TO TRUE
            OPEN INPUT ARQRDB01
            IF NOT WRK-FS-RDB01-OK
               MOVE WRK-FS-ARQRDB01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQMDA01         TO TRUE
            OPEN OUTPUT ARQMDA01
            IF NOT WRK-FS-MDA01-OK
               MOVE WRK-FS-ARQMDA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            INITIALIZE                  ARQENT02-REGISTRO-CTL
            MOVE 'H'                    TO ARQENT02-CTL-IND-TIPO-REG
            MOVE ACU-DEBITOS-PREVISTOS  TO ARQENT02-CTL-QTDE-REGISTROS
            MOVE WRK-DAT-LOTE-EDIT      TO ARQENT02-CTL-DAT-LOTE
            PERFORM 3950-GRAVA-ARQMDA01

            MOVE WRK-DAT-PROCESSAMENTO  TO REL-TIT-DAT-PROC
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3990-GRAVA-ARQREL01

            PERFORM 3800-LER-RETORNO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LEITURA DO CARTAO DE PARAMETROS (OPCIONAL - SEM CARTAO,     *
      *    DATA CORRENTE E 3 TENTATIVAS POR PARCELA)                   *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM19-REGISTRO

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
      *    PRIMEIRA PASSADA NO RETORNO - CONTA OS DEBITOS EFETUADOS    *
      *    QUE VAO GERAR PAGAMENTO, PARA O HEADER DO LOTE ARQMDA01     *
      *    (DEBITO JA PROCESSADO EM RETORNO ANTERIOR NAO CONTA)        *
      *----------------------------------------------------------------*
        1200-CONTA-DEBITOS              SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQRDB01         TO TRUE
            OPEN INPUT ARQRDB01
            IF NOT WRK-FS-RDB01-OK
               MOVE WRK-FS-ARQRDB01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1200-10-CONTA-UM-REGISTRO
                UNTIL WRK-FS-RDB01-FIM

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQRDB01
            IF NOT WRK-FS-RDB01-OK
               MOVE WRK-FS-ARQRDB01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-10-CONTA-UM-REGISTRO       SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQRDB01         TO TRUE
            READ ARQRDB01               INTO DEB01-REGISTRO

            EVALUATE WRK-FS-ARQRDB01
                WHEN '00'
                     IF DEB01-REG-RETORNO
                        AND DEB01-DEBITO-EFETUADO
                        PERFORM 3150-LER-CONTROLE
                        IF NOT WRK-DETALHE-DUPLICADO
                           ADD 1 TO ACU-DEBITOS-PREVISTOS
                        END-IF
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQRDB01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA UM REGISTRO DO RETORNO - HEADER, DETALHE OU TRAILER   *
      *----------------------------------------------------------------*
        3000-PROCESSA-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN DEB01-REG-HEADER
                     IF NOT DEB01-CTL-RETORNO
                        DISPLAY '* EXER0348 - HEADER NAO E DE ARQUIVO'
                                ' DE RETORNO'
                        MOVE 8          TO WRK-COD-RETORNO
                     END-IF
                WHEN DEB01-REG-RETORNO
                     PERFORM 3100-TRATA-DETALHE
                WHEN DEB01-REG-TRAILER
                     SET WRK-TEM-TRAILER TO TRUE
                     IF DEB01-CTL-QTDE-REGISTROS
                                  NOT EQUAL ACU-DETALHES-RETORNO
                        DISPLAY '* EXER0348 - QTDE DO TRAILER DIVERGE'
                                ' DA LIDA'
                        MOVE 8          TO WRK-COD-RETORNO
                     END-IF
                WHEN OTHER
                     DISPLAY '* EXER0348 - TIPO DE REGISTRO INVALIDO: '
                             DEB01-IND-TIPO-REG
                     MOVE 8             TO WRK-COD-RETORNO
            END-EVALUATE

            PERFORM 3800-LER-RETORNO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    DETALHE DO RETORNO - DEBITO EFETUADO GERA PAGAMENTO,        *
      *    RECUSADO VAI PARA O CONTROLE DE REAPRESENTACAO              *
      *----------------------------------------------------------------*
        3100-TRATA-DETALHE              SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO ACU-DETALHES-RETORNO

            PERFORM 3150-LER-CONTROLE

            IF WRK-DETALHE-DUPLICADO
               ADD 1                    TO ACU-DUPLICADOS
               GO TO 3100-99-FIM
            END-IF

            IF NOT WRK-DBA01-EXISTE
               ADD 1                    TO ACU-SEM-CONTROLE
            END-IF

            IF DEB01-DEBITO-EFETUADO
               PERFORM 3200-REGISTRA-DEBITO
            ELSE
               PERFORM 3300-REGISTRA-RECUSA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O CONTROLE DA PARCELA DO DETALHE - PARCELA JA DEBITADA   *
      *    OU JA AVISADA A AGENCIA E RETORNO REPETIDO (REPROCESSAMENTO *
      *    DO MESMO ARQUIVO) E NAO E TRATADA DE NOVO                   *
      *----------------------------------------------------------------*
        3150-LER-CONTROLE               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-DBA01-EXISTE
                                           WRK-IND-DETALHE-DUPLICADO

            MOVE DEB01-COD-AGENCIA      TO DBA01-COD-AGENCIA
            MOVE DEB01-NUM-CONTA        TO DBA01-NUM-CONTA
            MOVE DEB01-NUM-CONTRATO     TO DBA01-NUM-CONTRATO
            MOVE DEB01-NUM-PARCELA      TO DBA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDBA01         TO TRUE
            READ ARQDBA01               KEY IS DBA01-CHAVE

            EVALUATE WRK-FS-ARQDBA01
                WHEN '00'
                     SET WRK-DBA01-EXISTE TO TRUE
                     IF DBA01-DEBITADA
                        OR DBA01-ESGOTADA
                        SET WRK-DETALHE-DUPLICADO TO TRUE
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQDBA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    DEBITO EFETUADO - GRAVA O PAGAMENTO NO LOTE ARQMDA01 NA     *
      *    DATA E NO VALOR DEBITADOS PELO BANCO E MARCA A PARCELA      *
      *    COMO DEBITADA NO CONTROLE                                   *
      *----------------------------------------------------------------*
        3200-REGISTRA-DEBITO            SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  ARQENT02-REGISTRO
            MOVE 'D'                    TO ARQENT02-IND-TIPO-REG
            MOVE DEB01-COD-AGENCIA      TO ARQENT02-COD-AGENCIA
            MOVE DEB01-NUM-CONTA        TO ARQENT02-NUM-CONTA
            MOVE DEB01-NUM-CONTRATO     TO ARQENT02-NUM-CONTRATO
            IF DEB01-DAT-DEBITO EQUAL ZEROS
               MOVE WRK-DAT-PROCESSAMENTO TO ARQENT02-DAT-PAGTO
            ELSE
               MOVE DEB01-DAT-DEBITO    TO ARQENT02-DAT-PAGTO
            END-IF
            IF DEB01-VLR-DEBITADO EQUAL ZEROS
               MOVE DEB01-VLR-DEBITO    TO ARQENT02-VLR-PAGTO
            ELSE
               MOVE DEB01-VLR-DEBITADO  TO ARQENT02-VLR-PAGTO
            END-IF
            PERFORM 3950-GRAVA-ARQMDA01

            ADD 1                       TO ACU-DEBITOS-EFETUADOS
            ADD ARQENT02-VLR-PAGTO      TO ACU-VLR-DEBITADO

            IF WRK-DBA01-EXISTE
               SET DBA01-DEBITADA       TO TRUE
               MOVE DEB01-COD-RETORNO   TO DBA01-COD-ULTIMO-RETORNO
               MOVE WRK-DAT-PROCESSAMENTO
                                        TO DBA01-DAT-ULTIMO-RETORNO
               PERFORM 3900-REGRAVA-CONTROLE
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    DEBITO RECUSADO - COM TENTATIVAS DISPONIVEIS E MOTIVO QUE   *
      *    ADMITE NOVA TENTATIVA A PARCELA FICA PARA A PROXIMA         *
      *    REMESSA; SENAO SAI NO AVISO A AGENCIA                       *
      *----------------------------------------------------------------*
        3300-REGISTRA-RECUSA            SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO ACU-RECUSAS

            PERFORM 3310-OBTEM-MOTIVO

            IF NOT WRK-DBA01-EXISTE
               MOVE DEB01-NUM-TENTATIVA TO WRK-QTD-TENTATIVAS-AVISO
               PERFORM 3400-IMPRIME-AVISO
               GO TO 3300-99-FIM
            END-IF

            MOVE DEB01-COD-RETORNO      TO DBA01-COD-ULTIMO-RETORNO
            MOVE WRK-DAT-PROCESSAMENTO  TO DBA01-DAT-ULTIMO-RETORNO

            IF DBA01-QTD-TENTATIVAS LESS WRK-QTD-MAX-TENTATIVAS
               AND WRK-PERMITE-NOVA-TENTATIVA
               SET DBA01-RECUSADA       TO TRUE
               ADD 1                    TO ACU-REAPRESENTAR
            ELSE
               SET DBA01-ESGOTADA       TO TRUE
               MOVE DBA01-QTD-TENTATIVAS TO WRK-QTD-TENTATIVAS-AVISO
               PERFORM 3400-IMPRIME-AVISO
            END-IF

            PERFORM 3900-REGRAVA-CONTROLE
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    BUSCA O MOTIVO DA RECUSA NA TABELA - DESCRICAO E SE ADMITE  *
      *    NOVA TENTATIVA                                              *
      *----------------------------------------------------------------*
        3310-OBTEM-MOTIVO               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-NOVA-TENTATIVA
            MOVE 'MOTIVO NAO TABELADO'  TO WRK-DES-MOTIVO

            PERFORM 3310-10-COMPARA-MOTIVO
                VARYING WRK-IND-SUB-MOT FROM 1 BY 1
                UNTIL WRK-IND-SUB-MOT GREATER 12
            .
      *
      *----------------------------------------------------------------*
        3310-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3310-10-COMPARA-MOTIVO          SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-MOT-COD-RETORNO (WRK-IND-SUB-MOT)
                                        EQUAL DEB01-COD-RETORNO
               MOVE WRK-MOT-IND-NOVA-TENTATIVA (WRK-IND-SUB-MOT)
                                        TO WRK-IND-NOVA-TENTATIVA
               MOVE WRK-MOT-DESCRICAO (WRK-IND-SUB-MOT)
                                        TO WRK-DES-MOTIVO
               MOVE 12                  TO WRK-IND-SUB-MOT
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3310-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A PARCELA NO AVISO A AGENCIA - NOVA AGENCIA ABRE    *
      *    COM A LINHA DE AGENCIA E O CABECALHO DAS COLUNAS            *
      *----------------------------------------------------------------*
        3400-IMPRIME-AVISO              SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-PRIMEIRO-AVISO
               OR DEB01-COD-AGENCIA NOT EQUAL WRK-COD-AGENCIA-ANT
               MOVE 'N'                 TO WRK-IND-PRIMEIRO-AVISO
               MOVE DEB01-COD-AGENCIA   TO WRK-COD-AGENCIA-ANT
                                           REL-AGE-COD-AGENCIA
               MOVE SPACES              TO FD-ARQREL01
               PERFORM 3990-GRAVA-ARQREL01
               MOVE REL-LINHA-AGENCIA   TO FD-ARQREL01
               PERFORM 3990-GRAVA-ARQREL01
               MOVE REL-LINHA-CABECALHO TO FD-ARQREL01
               PERFORM 3990-GRAVA-ARQREL01
            END-IF

            MOVE SPACES                 TO REL-DET-NOM-CLIENTE
            MOVE DEB01-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE DEB01-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE DEB01-NUM-CONTRATO     TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               KEY IS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     MOVE ARQENT01-NOM-CLIENTE TO REL-DET-NOM-CLIENTE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE DEB01-NUM-CONTA        TO REL-DET-NUM-CONTA
            MOVE DEB01-NUM-CONTRATO     TO REL-DET-NUM-CONTRATO
            MOVE DEB01-NUM-PARCELA      TO REL-DET-NUM-PARCELA
            IF WRK-DBA01-EXISTE
               MOVE DBA01-DAT-VENCIMENTO TO REL-DET-DAT-VENCIMENTO
            ELSE
               MOVE DEB01-DAT-VENCIMENTO TO REL-DET-DAT-VENCIMENTO
            END-IF
            MOVE DEB01-VLR-DEBITO       TO REL-DET-VLR-DEBITO
            MOVE WRK-QTD-TENTATIVAS-AVISO TO REL-DET-QTD-TENTATIVAS
            MOVE DEB01-COD-RETORNO      TO REL-DET-COD-RETORNO
            MOVE WRK-DES-MOTIVO         TO REL-DET-DES-MOTIVO
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3990-GRAVA-ARQREL01

            ADD 1                       TO ACU-AVISOS-AGENCIA
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO RETORNO DO BANCO                   *
      *----------------------------------------------------------------*
        3800-LER-RETORNO                SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQRDB01         TO TRUE
            READ ARQRDB01               INTO DEB01-REGISTRO

            EVALUATE WRK-FS-ARQRDB01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQRDB01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQRDB01 TO WRK-FS-DISPLAY
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
      *    REGRAVA O CONTROLE DA PARCELA COM O RESULTADO DO RETORNO    *
      *----------------------------------------------------------------*
        3900-REGRAVA-CONTROLE           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-REWRI            TO TRUE
            SET WRK-CN-ARQDBA01         TO TRUE
            REWRITE DBA01-REGISTRO
            IF NOT WRK-FS-DBA01-OK
               MOVE WRK-FS-ARQDBA01     TO WRK-FS-DISPLAY
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
      *    GRAVA UM REGISTRO (HEADER, DETALHE OU TRAILER) NO LOTE DE   *
      *    PAGAMENTOS ARQMDA01                                         *
      *----------------------------------------------------------------*
        3950-GRAVA-ARQMDA01             SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQMDA01         TO TRUE
            WRITE FD-ARQMDA01           FROM ARQENT02-REGISTRO
            IF NOT WRK-FS-MDA01-OK
               MOVE WRK-FS-ARQMDA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-GRAVA-ARQMDA01
            .
      *
      *----------------------------------------------------------------*
        3950-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA NO AVISO AS AGENCIAS (ARQREL01)             *
      *----------------------------------------------------------------*
        3990-GRAVA-ARQREL01             SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3990-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FECHA O LOTE DE PAGAMENTOS COM O TRAILER, CONFERE O         *
      *    RETORNO, FECHA OS ARQUIVOS E EXIBE O RESUMO                 *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  ARQENT02-REGISTRO-CTL
            MOVE 'T'                    TO ARQENT02-CTL-IND-TIPO-REG
            MOVE ACU-DEBITOS-EFETUADOS  TO ARQENT02-CTL-QTDE-REGISTROS
            MOVE WRK-DAT-LOTE-EDIT      TO ARQENT02-CTL-DAT-LOTE
            PERFORM 3950-GRAVA-ARQMDA01

            IF NOT WRK-TEM-TRAILER
               DISPLAY '* EXER0348 - RETORNO SEM TRAILER DE CONTROLE'
               MOVE 8                   TO WRK-COD-RETORNO
            END-IF

            IF ACU-DEBITOS-EFETUADOS NOT EQUAL ACU-DEBITOS-PREVISTOS
               DISPLAY '* EXER0348 - DEBITOS DO LOTE DIVERGEM DO'
                       ' HEADER DO ARQMDA01'
               MOVE 8                   TO WRK-COD-RETORNO
            END-IF

            MOVE ACU-AVISOS-AGENCIA     TO REL-TOT-QTDE
            MOVE SPACES                 TO FD-ARQREL01
            PERFORM 3990-GRAVA-ARQREL01
            MOVE REL-LINHA-TOTAL        TO FD-ARQREL01
            PERFORM 3990-GRAVA-ARQREL01

            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQRDB01          TO TRUE
            CLOSE ARQRDB01
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            SET WRK-CN-ARQDBA01          TO TRUE
            CLOSE ARQDBA01
            IF NOT WRK-FS-DBA01-OK
               MOVE WRK-FS-ARQDBA01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQMDA01          TO TRUE
            CLOSE ARQMDA01
            IF NOT WRK-FS-MDA01-OK
               MOVE WRK-FS-ARQMDA01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0348        *'
            DISPLAY '* DATA DO RETORNO.........: ' WRK-DAT-PROCESSAMENTO
            DISPLAY '* MAXIMO DE TENTATIVAS....: '
                                            WRK-QTD-MAX-TENTATIVAS
            DISPLAY '* REGISTROS LIDOS ARQRDB01: ' ACU-LIDOS-ARQRDB01
            DISPLAY '* DETALHES DO RETORNO.....: ' ACU-DETALHES-RETORNO
            DISPLAY '* DEBITOS EFETUADOS.......: ' ACU-DEBITOS-EFETUADOS
            DISPLAY '* VALOR DEBITADO..........: ' ACU-VLR-DEBITADO
            DISPLAY '* DEBITOS RECUSADOS.......: ' ACU-RECUSAS
            DISPLAY '* A REAPRESENTAR..........: ' ACU-REAPRESENTAR
            DISPLAY '* AVISADOS A AGENCIA......: ' ACU-AVISOS-AGENCIA
            DISPLAY '* SEM CONTROLE DE REMESSA.: ' ACU-SEM-CONTROLE
            DISPLAY '* JA PROCESSADOS (REPETE).: ' ACU-DUPLICADOS
            DISPLAY '* GRAVADOS ARQMDA01.......: ' ACU-GRAVA-ARQMDA01
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

            MOVE 12                     TO WRK-COD-RETORNO
            PERFORM 9900-FIM-PROGRAMA
            .

      *----------------------------------------------------------------*
        9100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE ENCERRAMENTO DO PROGRAMA - DEVOLVE O RETURN-CODE  *
      *    AO SCHEDULER (0 = OK, 8 = DIVERGENCIA DE CONTROLE NO        *
      *    RETORNO, 12 = ERRO EM ARQUIVO)                              *
      *----------------------------------------------------------------*
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
      *
