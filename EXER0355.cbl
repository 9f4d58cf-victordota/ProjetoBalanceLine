      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0355.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: FILA DIARIA DE TRABALHO DA COBRANCA INTERNA - *
      *    VARRE O HISTORICO DE CLASSIFICACAO (ARQHIS01) E MONTA A     *
      *    FILA DOS CONTRATOS NP AINDA NO FLUXO NORMAL DE COBRANCA     *
      *    (NAO REPASSADOS A AGENCIA EXTERNA PELO EXER0326) E SEM      *
      *    ACORDO VIGENTE (ARQACD01). CADA CONTRATO VAI PARA O         *
      *    COBRADOR DA CARTEIRA DA SUA AGENCIA (ARQCOB01) E A FILA DO  *
      *    COBRADOR SAI NA ORDEM DE PRIORIDADE: MAIOR VALOR EM ABERTO  *
      *    NO SUBLEDGER DE ATRASO (ARQATR01), DEPOIS MAIS DIAS DE      *
      *    ATRASO, DEPOIS MAIOR NIVEL DE NOTIFICACAO. GRAVA A FILA     *
      *    (ARQFIL01) E A LISTAGEM DE TRABALHO POR COBRADOR, NO LUGAR  *
      *    DAS LISTAGENS DO ARQSAI02/ARQNOT01.                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCOB01                                  COB03155
      *      ARQHIS01                                  HIS03112
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQATR01                                  ATR03112
      *      ARQACD01                                  ACD03112
      *      ARQSRT01                                  (SORT)
      *      ARQFIL01                                  FIL03155
      *      ARQREL01                                  (LINHA 132)
      *----------------------------------------------------------------*
      *    ROTINAS.....: CALE2000                                      *
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
            SELECT ARQCOB01 ASSIGN      TO UT-S-ARQCOB01
                       FILE STATUS      IS WRK-FS-ARQCOB01.

            SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS HIS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQHIS01.

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

            SELECT ARQATR01 ASSIGN      TO UT-S-ARQATR01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ATR01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQATR01.

            SELECT ARQACD01 ASSIGN      TO UT-S-ARQACD01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ACD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQACD01.

            SELECT ARQSRT01 ASSIGN      TO UT-S-ARQSRT01.

            SELECT ARQFIL01 ASSIGN      TO UT-S-ARQFIL01
                       FILE STATUS      IS WRK-FS-ARQFIL01.

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
        FD  ARQCOB01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCOB01             PIC X(40).

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            COPY HIS03112.

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQATR01
            LABEL RECORD   IS STANDARD.
            COPY ATR03112.

        FD  ARQACD01
            LABEL RECORD   IS STANDARD.
            COPY ACD03112.

      * UM REGISTRO POR CONTRATO DA FILA, CLASSIFICADO PELO COBRADOR
      * (AGENCIAS FORA DE CARTEIRA NO FIM) E, DENTRO DO COBRADOR, PELA
      * PRIORIDADE DE COBRANCA
        SD  ARQSRT01.
        01 SRT-REGISTRO.
           03 SRT-IND-SEM-COBRADOR PIC X(01).
           03 SRT-COD-COBRADOR     PIC X(06).
           03 SRT-VLR-ABERTO       PIC 9(11)V99.
           03 SRT-QTD-DIAS-ATRASO  PIC 9(05).
           03 SRT-NIVEL-NOTIFICACAO PIC 9(01).
           03 SRT-CHAVE-CONTRATO.
              05 SRT-COD-AGENCIA   PIC 9(04).
              05 SRT-NUM-CONTA     PIC 9(08).
              05 SRT-NUM-CONTRATO  PIC 9(02).
           03 SRT-NOM-COBRADOR     PIC X(30).
           03 SRT-NOM-CLIENTE      PIC X(40).

        FD  ARQFIL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQFIL01             PIC X(122).

        FD  ARQREL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQREL01             PIC X(132).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY COB03155.
            COPY FIL03155.
            COPY CALEWAAA.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE CARTEIRA POR AGENCIA'.
      *----------------------------------------------------------------*
      *
      * COBRADOR DE CADA AGENCIA (ARQCOB01) - AGENCIA SEM COBRADOR FICA
      * COM O CODIGO EM BRANCO E SEUS CONTRATOS SAEM NO FIM DA FILA
        01 WRK-TAB-CARTEIRA.
           03 WRK-CAR-OCORRENCIA   OCCURS 9999 TIMES.
              05 WRK-CAR-COD-COBRADOR PIC X(006).
              05 WRK-CAR-NOM-COBRADOR PIC X(030).
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0355'.
        77 WRK-CALE2000            PIC  X(008)         VALUE 'CALE2000'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 ACU-LIDOS-ARQCOB01      PIC  9(005)         VALUE ZEROS.
        77 ACU-CARTEIRA-REPETIDA   PIC  9(005)         VALUE ZEROS.
        77 ACU-LIDOS-ARQHIS01      PIC  9(007)         VALUE ZEROS.
        77 ACU-FORA-FLUXO          PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-CADASTRO        PIC  9(007)         VALUE ZEROS.
        77 ACU-COM-ACORDO          PIC  9(007)         VALUE ZEROS.
        77 ACU-NA-FILA             PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-COBRADOR        PIC  9(007)         VALUE ZEROS.
        77 ACU-VLR-ABERTO          PIC  9(013)V99      VALUE ZEROS.
      *
      * TOTAIS DO COBRADOR CORRENTE NA SAIDA DO SORT
        77 ACU-COB-CONTRATOS       PIC  9(005)         VALUE ZEROS.
        77 ACU-COB-VLR-ABERTO      PIC  9(013)V99      VALUE ZEROS.
        77 WRK-COBRADOR-ANTERIOR   PIC  X(007)         VALUE SPACES.
        77 WRK-COBRADOR-ATUAL      PIC  X(007)         VALUE SPACES.
      *
      * VENCIMENTO MAIS ANTIGO EM ABERTO DO CONTRATO (DIAS DE ATRASO)
        77 WRK-QTDE-DIAS-ATRASO    PIC  9(006)         VALUE ZEROS.
        77 WRK-DAT-VENC-ANTIGA     PIC  9(008)         VALUE ZEROS.
        77 WRK-DAT-VENC-ANTIGA-EDIT PIC X(010)         VALUE SPACES.
        77 WRK-IND-CONTRATO-TEM-PLANO PIC X(001)       VALUE 'N'.
           88 WRK-CONTRATO-TEM-PLANO VALUE 'S'.
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
      * ARQUIVOS OPCIONAIS - CARTEIRA AUSENTE MANDA TODA A FILA PARA
      * "SEM COBRADOR"; SUBLEDGER AUSENTE = VALOR EM ABERTO ZERADO;
      * ARQUIVO DE ACORDOS AUSENTE = NENHUM ACORDO VIGENTE
        77 WRK-IND-SEM-ARQCOB01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQCOB01     VALUE 'S'.
        77 WRK-IND-SEM-ARQATR01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQATR01     VALUE 'S'.
        77 WRK-IND-SEM-ARQACD01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQACD01     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQCOB01      VALUE 'ARQCOB01'.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQACD01      VALUE 'ARQACD01'.
           88 WRK-CN-ARQFIL01      VALUE 'ARQFIL01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQCOB01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-COB01-OK   VALUE '00'.
              88 WRK-FS-COB01-FIM  VALUE '10'.
              88 WRK-FS-COB01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HIS01-OK   VALUE '00'.
              88 WRK-FS-HIS01-FIM  VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
           05 WRK-FS-ARQATR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ATR01-OK   VALUE '00'.
              88 WRK-FS-ATR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQACD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ACD01-OK   VALUE '00'.
              88 WRK-FS-ACD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQFIL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-FIL01-OK   VALUE '00'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-SORT          PIC  X(002) VALUE SPACES.
              88 WRK-FS-SORT-OK    VALUE '00'.
              88 WRK-FS-SORT-FIM   VALUE '10'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DAS LINHAS DO RELATORIO'.
      *----------------------------------------------------------------*
      *
        01 REL-LINHA-TITULO.
           03 FILLER               PIC  X(050) VALUE
              'EXER0355 - FILA DE TRABALHO DA COBRANCA INTERNA - '.
           03 FILLER               PIC  X(005) VALUE 'DATA '.
           03 REL-TIT-DATA         PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(069) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-COBRADOR.
           03 FILLER               PIC  X(009) VALUE 'COBRADOR '.
           03 REL-COB-CODIGO       PIC  X(006) VALUE SPACES.
           03 FILLER               PIC  X(003) VALUE ' - '.
           03 REL-COB-NOME         PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(084) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(025) VALUE
              '  PRIOR AGEN CONTA    CT '.
           03 FILLER               PIC  X(041) VALUE
              'NOME DO CLIENTE'.
           03 FILLER               PIC  X(017) VALUE
              '  VALOR EM ABERTO'.
           03 FILLER               PIC  X(006) VALUE '  DIAS'.
           03 FILLER               PIC  X(004) VALUE ' NIV'.
           03 FILLER               PIC  X(039) VALUE SPACES.
      *
        01 REL-LINHA-DETALHE.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-PRIORIDADE   PIC  ZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTRATO PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NOM-CLIENTE  PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-ABERTO   PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DIAS-ATRASO  PIC  ZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(003) VALUE SPACES.
           03 REL-DET-NIVEL        PIC  9(001) VALUE ZERO.
           03 FILLER               PIC  X(039) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-COBRADOR.
           03 FILLER               PIC  X(034) VALUE
              '   TOTAL DO COBRADOR - CONTRATOS: '.
           03 REL-TCO-CONTRATOS    PIC  ZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(019) VALUE
              '  VALOR EM ABERTO: '.
           03 REL-TCO-VLR-ABERTO   PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(057) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-GERAL.
           03 FILLER               PIC  X(033) VALUE
              'TOTAL GERAL - CONTRATOS NA FILA: '.
           03 REL-TGE-CONTRATOS    PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(019) VALUE
              '  VALOR EM ABERTO: '.
           03 REL-TGE-VLR-ABERTO   PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(053) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA - A ENTRADA DO SORT SELECIONA  *
      *    E APURA OS CONTRATOS NP DA FILA, A SAIDA NUMERA A FILA DE   *
      *    CADA COBRADOR NA ORDEM DE PRIORIDADE E A GRAVA              *
      *----------------------------------------------------------------*
        0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
            PERFORM 1000-INICIALIZAR
      *
            SORT ARQSRT01
                ON ASCENDING  KEY SRT-IND-SEM-COBRADOR
                                  SRT-COD-COBRADOR
                ON DESCENDING KEY SRT-VLR-ABERTO
                                  SRT-QTD-DIAS-ATRASO
                                  SRT-NIVEL-NOTIFICACAO
                ON ASCENDING  KEY SRT-CHAVE-CONTRATO
                INPUT  PROCEDURE IS 2000-SELECIONA-CONTRATOS
                OUTPUT PROCEDURE IS 2500-GRAVA-FILA
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
            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 1000-10-ZERA-CARTEIRA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            PERFORM 1200-CARREGA-CARTEIRA

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            OPEN INPUT ARQHIS01
            IF NOT WRK-FS-HIS01-OK
               MOVE WRK-FS-ARQHIS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

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

            SET WRK-CN-ARQATR01         TO TRUE
            OPEN INPUT ARQATR01
            EVALUATE TRUE
                WHEN WRK-FS-ATR01-OK
                     CONTINUE
                WHEN WRK-FS-ATR01-NAO-EXISTE
                     SET WRK-SEM-ARQATR01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-ARQACD01         TO TRUE
            OPEN INPUT ARQACD01
            EVALUATE TRUE
                WHEN WRK-FS-ACD01-OK
                     CONTINUE
                WHEN WRK-FS-ACD01-NAO-EXISTE
                     SET WRK-SEM-ARQACD01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-ARQFIL01         TO TRUE
            OPEN OUTPUT ARQFIL01
            IF NOT WRK-FS-FIL01-OK
               MOVE WRK-FS-ARQFIL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-RUN-DATA           TO REL-TIT-DATA
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-10-ZERA-CARTEIRA           SECTION.
      *----------------------------------------------------------------*
            MOVE SPACES       TO WRK-CAR-COD-COBRADOR (WRK-IND-SUB-AGE)
                                 WRK-CAR-NOM-COBRADOR (WRK-IND-SUB-AGE)
            .
      *----------------------------------------------------------------*
        1000-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARREGA A CARTEIRA DOS COBRADORES (ARQCOB01) NA TABELA POR  *
      *    AGENCIA - A AGENCIA REPETIDA FICA COM O PRIMEIRO COBRADOR   *
      *    E A REPETICAO E CONTADA NO RESUMO. ARQUIVO AUSENTE DEIXA    *
      *    TODAS AS AGENCIAS SEM COBRADOR                              *
      *----------------------------------------------------------------*
        1200-CARREGA-CARTEIRA           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCOB01         TO TRUE
            OPEN INPUT ARQCOB01

            EVALUATE TRUE
                WHEN WRK-FS-COB01-NAO-EXISTE
                     SET WRK-SEM-ARQCOB01 TO TRUE
                WHEN WRK-FS-COB01-OK
                     PERFORM 1200-10-LER-ARQCOB01
                         UNTIL WRK-FS-COB01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQCOB01
                WHEN OTHER
                     MOVE WRK-FS-ARQCOB01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-10-LER-ARQCOB01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCOB01         TO TRUE
            READ ARQCOB01               INTO COB01-REGISTRO
            EVALUATE WRK-FS-ARQCOB01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQCOB01
                     IF COB01-COD-AGENCIA GREATER ZEROS
                        AND COB01-COD-COBRADOR NOT EQUAL SPACES
                        MOVE COB01-COD-AGENCIA TO WRK-IND-SUB-AGE
                        IF WRK-CAR-COD-COBRADOR (WRK-IND-SUB-AGE)
                                        EQUAL SPACES
                           MOVE COB01-COD-COBRADOR
                             TO WRK-CAR-COD-COBRADOR (WRK-IND-SUB-AGE)
                           MOVE COB01-NOM-COBRADOR
                             TO WRK-CAR-NOM-COBRADOR (WRK-IND-SUB-AGE)
                        ELSE
                           ADD 1        TO ACU-CARTEIRA-REPETIDA
                        END-IF
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
      *    ENTRADA DO SORT - LE O HISTORICO INTEIRO E LIBERA UM        *
      *    REGISTRO POR CONTRATO NP QUE ENTRA NA FILA                  *
      *----------------------------------------------------------------*
        2000-SELECIONA-CONTRATOS        SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3800-LER-HISTORICO
      *
            PERFORM 2100-TRATA-CONTRATO
                UNTIL WRK-FS-HIS01-FIM
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    AVALIA UM REGISTRO DO HISTORICO: SO ENTRA NA FILA O         *
      *    CONTRATO NP NO FLUXO NORMAL DE COBRANCA, ATIVO NO CADASTRO  *
      *    E SEM ACORDO VIGENTE - APURA O VALOR EM ABERTO E OS DIAS DE *
      *    ATRASO, ATRIBUI O COBRADOR E LIBERA PARA O SORT             *
      *----------------------------------------------------------------*
        2100-TRATA-CONTRATO             SECTION.
      *----------------------------------------------------------------*
      *
            IF HIS01-IND-CLASSIF NOT EQUAL 'NP'
               GO TO 2100-50-PROXIMO
            END-IF
      *
      * CONTA REPASSADA A AGENCIA EXTERNA, PROTESTADA OU DEVOLVIDA
      * INCOBRAVEL JA SAIU DA COBRANCA INTERNA (VIDE EXER0326/0327)
            IF NOT HIS01-COBRANCA-NORMAL
               ADD 1                    TO ACU-FORA-FLUXO
               GO TO 2100-50-PROXIMO
            END-IF
      *
            PERFORM 2200-BUSCA-CADASTRO
            IF NOT WRK-FS-ENT01-OK
               OR ARQENT01-CONTA-INATIVA
               ADD 1                    TO ACU-SEM-CADASTRO
               GO TO 2100-50-PROXIMO
            END-IF
      *
            PERFORM 2350-VERIFICA-ACORDO
            IF WRK-FS-ACD01-OK
               AND ACD01-ACORDO-ATIVO
               AND ACD01-DAT-PROMESSA NOT LESS WRK-RUN-DATA
               ADD 1                    TO ACU-COM-ACORDO
               GO TO 2100-50-PROXIMO
            END-IF
      *
            INITIALIZE                  SRT-REGISTRO
            MOVE HIS01-COD-AGENCIA      TO SRT-COD-AGENCIA
                                           WRK-IND-SUB-AGE
            MOVE HIS01-NUM-CONTA        TO SRT-NUM-CONTA
            MOVE HIS01-NUM-CONTRATO     TO SRT-NUM-CONTRATO
            MOVE HIS01-NIVEL-NOTIFICACAO TO SRT-NIVEL-NOTIFICACAO
            MOVE ARQENT01-NOM-CLIENTE   TO SRT-NOM-CLIENTE
      *
            IF HIS01-COD-AGENCIA GREATER ZEROS
               AND WRK-CAR-COD-COBRADOR (WRK-IND-SUB-AGE)
                                        NOT EQUAL SPACES
               MOVE '0'                 TO SRT-IND-SEM-COBRADOR
               MOVE WRK-CAR-COD-COBRADOR (WRK-IND-SUB-AGE)
                                        TO SRT-COD-COBRADOR
               MOVE WRK-CAR-NOM-COBRADOR (WRK-IND-SUB-AGE)
                                        TO SRT-NOM-COBRADOR
            ELSE
               MOVE '1'                 TO SRT-IND-SEM-COBRADOR
               MOVE SPACES              TO SRT-COD-COBRADOR
               MOVE 'AGENCIA SEM COBRADOR NA CARTEIRA'
                                        TO SRT-NOM-COBRADOR
               ADD 1                    TO ACU-SEM-COBRADOR
            END-IF
      *
            PERFORM 2300-APURA-VALOR-ABERTO
            PERFORM 2400-APURA-DIAS-ATRASO
            MOVE WRK-QTDE-DIAS-ATRASO   TO SRT-QTD-DIAS-ATRASO
      *
            RELEASE SRT-REGISTRO
            ADD 1                       TO ACU-NA-FILA
            ADD SRT-VLR-ABERTO          TO ACU-VLR-ABERTO
            .
        2100-50-PROXIMO.
            PERFORM 3800-LER-HISTORICO
            .
      *
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O CONTRATO NO CADASTRO - SEM CADASTRO O FILE-STATUS      *
      *    FICA '23' E O CONTRATO NAO ENTRA NA FILA                    *
      *----------------------------------------------------------------*
        2200-BUSCA-CADASTRO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE HIS01-CHAVE            TO ARQENT01-CHAVE
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     CONTINUE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    VALOR EM ABERTO DO CONTRATO NO SUBLEDGER DE ATRASO:         *
      *    PARCELAS VENCIDAS EM ABERTO MAIS A MULTA ACUMULADA          *
      *----------------------------------------------------------------*
        2300-APURA-VALOR-ABERTO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO SRT-VLR-ABERTO
      *
            IF WRK-SEM-ARQATR01
               GO TO 2300-99-FIM
            END-IF
      *
            MOVE HIS01-CHAVE            TO ATR01-CHAVE
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQATR01         TO TRUE
            READ ARQATR01                KEY IS ATR01-CHAVE
      *
            EVALUATE WRK-FS-ARQATR01
                WHEN '00'
                     COMPUTE SRT-VLR-ABERTO =
                             ATR01-VLR-PARCELAS-ABERTAS
                           + ATR01-VLR-MULTA-ACUMULADA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O ACORDO DE PAGAMENTO DA CONTA - SEM ACORDO (OU SEM O    *
      *    ARQUIVO) O FILE-STATUS FICA DIFERENTE DE '00'               *
      *----------------------------------------------------------------*
        2350-VERIFICA-ACORDO            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQACD01
               MOVE '23'                TO WRK-FS-ARQACD01
               GO TO 2350-99-FIM
            END-IF
      *
            MOVE HIS01-COD-AGENCIA      TO ACD01-COD-AGENCIA
            MOVE HIS01-NUM-CONTA        TO ACD01-NUM-CONTA
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQACD01         TO TRUE
            READ ARQACD01                KEY IS ACD01-CHAVE
      *
            EVALUATE WRK-FS-ARQACD01
                WHEN '00'
                     CONTINUE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2350-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    DIAS CORRIDOS DE ATRASO DO CONTRATO - DO VENCIMENTO MAIS    *
      *    ANTIGO EM ABERTO NO PLANO DE PARCELAS (OU, SEM PLANO, DA    *
      *    DATA DA PARCELA UNICA DO CADASTRO) ATE A DATA DO RUN, PELA  *
      *    CALE2000. RETORNO NAO-OK ASSUME ZEROS                       *
      *----------------------------------------------------------------*
        2400-APURA-DIAS-ATRASO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-QTDE-DIAS-ATRASO
            MOVE 'N'                    TO WRK-IND-CONTRATO-TEM-PLANO
            MOVE 99999999               TO WRK-DAT-VENC-ANTIGA
            MOVE SPACES                 TO WRK-DAT-VENC-ANTIGA-EDIT

            MOVE HIS01-COD-AGENCIA      TO PLA01-COD-AGENCIA
            MOVE HIS01-NUM-CONTA        TO PLA01-NUM-CONTA
            MOVE HIS01-NUM-CONTRATO     TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 2400-10-LER-PARCELA
                         UNTIL NOT WRK-FS-PLA01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            IF NOT WRK-CONTRATO-TEM-PLANO
               MOVE ARQENT01-DAT-EMPRE  TO WRK-DAT-VENC-ANTIGA-EDIT
            END-IF

            IF WRK-DAT-VENC-ANTIGA-EDIT EQUAL SPACES
               GO TO 2400-99-FIM
            END-IF

            INITIALIZE                  CALE01-REGISTRO
            MOVE 'CALE0001'             TO CALE01-ID-BLOCO
            MOVE LENGTH                 OF CALE01-REGISTRO
                                        TO CALE01-TAM-BLOCO
            MOVE 'F3'                   TO CALE01-FUNCAO
            SET CALE01-SF-DIAS-CORRIDOS TO TRUE
            MOVE 007                    TO CALE01-FORMATO-ARGUMENTO-INI
            MOVE 003                   TO CALE01-FORMATO-ARGUMENTO-FINAL
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-INI
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-FINAL
            MOVE ZEROS                  TO CALE01-COD-IDIOMA
            MOVE ZEROS                  TO CALE01-COD-LOCALIDADE
            MOVE WRK-DAT-VENC-ANTIGA-EDIT TO CALE01-VLR-ARGUMENTO-INI
            MOVE WRK-RUN-DATA           TO CALE01-VLR-ARGUMENTO-FINAL

            CALL WRK-CALE2000           USING CALE01-REGISTRO

            IF CALE01-RETORNO-OK
               MOVE CALE01-QTDE-DIAS-PERIODO TO WRK-QTDE-DIAS-ATRASO
            END-IF
            IF WRK-QTDE-DIAS-ATRASO GREATER 99999
               MOVE 99999               TO WRK-QTDE-DIAS-ATRASO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE UMA PARCELA DO PLANO DO CONTRATO E GUARDA O VENCIMENTO   *
      *    MAIS ANTIGO ENTRE AS PARCELAS EM ABERTO JA VENCIDAS         *
      *----------------------------------------------------------------*
        2400-10-LER-PARCELA             SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            READ ARQPLA01               NEXT RECORD
            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     IF PLA01-COD-AGENCIA EQUAL HIS01-COD-AGENCIA
                        AND PLA01-NUM-CONTA EQUAL HIS01-NUM-CONTA
                        AND PLA01-NUM-CONTRATO
                                        EQUAL HIS01-NUM-CONTRATO
                        SET WRK-CONTRATO-TEM-PLANO TO TRUE
                        IF PLA01-PARCELA-ABERTA
                           MOVE PLA01-DAT-VENCIMENTO
                                        TO WRK-DAT-VENC-EDIT
                           MOVE WRK-VENC-EDIT-ANO TO WRK-VENC-AMD-ANO
                           MOVE WRK-VENC-EDIT-MES TO WRK-VENC-AMD-MES
                           MOVE WRK-VENC-EDIT-DIA TO WRK-VENC-AMD-DIA
                           IF WRK-DAT-VENC-AMD-NUM LESS WRK-RUN-DATA
                              AND WRK-DAT-VENC-AMD-NUM
                                        LESS WRK-DAT-VENC-ANTIGA
                              MOVE WRK-DAT-VENC-AMD-NUM
                                        TO WRK-DAT-VENC-ANTIGA
                              MOVE PLA01-DAT-VENCIMENTO
                                        TO WRK-DAT-VENC-ANTIGA-EDIT
                           END-IF
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
      *----------------------------------------------------------------*
        2400-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SAIDA DO SORT - NUMERA A FILA DE CADA COBRADOR NA ORDEM DE  *
      *    PRIORIDADE, GRAVA O ARQFIL01 E IMPRIME A LISTAGEM COM       *
      *    QUEBRA E TOTAIS POR COBRADOR                                *
      *----------------------------------------------------------------*
        2500-GRAVA-FILA                 SECTION.
      *----------------------------------------------------------------*
      *
            MOVE '00'                   TO WRK-FS-SORT
            PERFORM 2510-RETORNA-CONTRATO
                UNTIL WRK-FS-SORT-FIM
      *
            IF WRK-COBRADOR-ANTERIOR NOT EQUAL SPACES
               PERFORM 2700-TOTAL-COBRADOR
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    RETORNA UM CONTRATO CLASSIFICADO DO SORT                    *
      *----------------------------------------------------------------*
        2510-RETORNA-CONTRATO           SECTION.
      *----------------------------------------------------------------*
      *
            RETURN ARQSRT01
                AT END
                    MOVE '10'           TO WRK-FS-SORT
                NOT AT END
                    PERFORM 2520-GRAVA-CONTRATO
            END-RETURN
            .
      *
      *----------------------------------------------------------------*
        2510-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O CONTRATO NA FILA DO SEU COBRADOR COM A PROXIMA      *
      *    POSICAO DE PRIORIDADE - COBRADOR NOVO FECHA O ANTERIOR E    *
      *    ABRE O SEU BLOCO NA LISTAGEM                                *
      *----------------------------------------------------------------*
        2520-GRAVA-CONTRATO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE SRT-IND-SEM-COBRADOR   TO WRK-COBRADOR-ATUAL (1:1)
            MOVE SRT-COD-COBRADOR       TO WRK-COBRADOR-ATUAL (2:6)
      *
            IF WRK-COBRADOR-ATUAL NOT EQUAL WRK-COBRADOR-ANTERIOR
               IF WRK-COBRADOR-ANTERIOR NOT EQUAL SPACES
                  PERFORM 2700-TOTAL-COBRADOR
               END-IF
               PERFORM 2600-CABECALHO-COBRADOR
            END-IF
      *
            ADD 1                       TO ACU-COB-CONTRATOS
            ADD SRT-VLR-ABERTO          TO ACU-COB-VLR-ABERTO
      *
            INITIALIZE                  FIL01-REGISTRO
            MOVE WRK-RUN-DATA           TO FIL01-DAT-FILA
            MOVE SRT-COD-COBRADOR       TO FIL01-COD-COBRADOR
            MOVE SRT-NOM-COBRADOR       TO FIL01-NOM-COBRADOR
            MOVE ACU-COB-CONTRATOS      TO FIL01-NUM-PRIORIDADE
            MOVE SRT-COD-AGENCIA        TO FIL01-COD-AGENCIA
            MOVE SRT-NUM-CONTA          TO FIL01-NUM-CONTA
            MOVE SRT-NUM-CONTRATO       TO FIL01-NUM-CONTRATO
            MOVE SRT-NOM-CLIENTE        TO FIL01-NOM-CLIENTE
            MOVE SRT-VLR-ABERTO         TO FIL01-VLR-ABERTO
            MOVE SRT-QTD-DIAS-ATRASO    TO FIL01-QTD-DIAS-ATRASO
            MOVE SRT-NIVEL-NOTIFICACAO  TO FIL01-NIVEL-NOTIFICACAO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQFIL01         TO TRUE
            WRITE FD-ARQFIL01           FROM FIL01-REGISTRO
            IF NOT WRK-FS-FIL01-OK
               MOVE WRK-FS-ARQFIL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            MOVE ACU-COB-CONTRATOS      TO REL-DET-PRIORIDADE
            MOVE SRT-COD-AGENCIA        TO REL-DET-COD-AGENCIA
            MOVE SRT-NUM-CONTA          TO REL-DET-NUM-CONTA
            MOVE SRT-NUM-CONTRATO       TO REL-DET-NUM-CONTRATO
            MOVE SRT-NOM-CLIENTE        TO REL-DET-NOM-CLIENTE
            MOVE SRT-VLR-ABERTO         TO REL-DET-VLR-ABERTO
            MOVE SRT-QTD-DIAS-ATRASO    TO REL-DET-DIAS-ATRASO
            MOVE SRT-NIVEL-NOTIFICACAO  TO REL-DET-NIVEL
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        2520-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ABRE O BLOCO DE UM NOVO COBRADOR NA LISTAGEM E REINICIA A   *
      *    NUMERACAO DA SUA FILA                                       *
      *----------------------------------------------------------------*
        2600-CABECALHO-COBRADOR         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE SRT-COD-COBRADOR       TO REL-COB-CODIGO
            MOVE SRT-NOM-COBRADOR       TO REL-COB-NOME
            MOVE REL-LINHA-COBRADOR     TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE WRK-COBRADOR-ATUAL     TO WRK-COBRADOR-ANTERIOR
            MOVE ZEROS                  TO ACU-COB-CONTRATOS
                                           ACU-COB-VLR-ABERTO
            .
      *
      *----------------------------------------------------------------*
        2600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FECHA O BLOCO DO COBRADOR COM A QTDE E O VALOR DA SUA FILA  *
      *----------------------------------------------------------------*
        2700-TOTAL-COBRADOR             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ACU-COB-CONTRATOS      TO REL-TCO-CONTRATOS
            MOVE ACU-COB-VLR-ABERTO     TO REL-TCO-VLR-ABERTO
            MOVE REL-LINHA-TOTAL-COBRADOR TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        2700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO HISTORICO (ORDEM DA CHAVE)         *
      *----------------------------------------------------------------*
        3800-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            READ ARQHIS01               NEXT RECORD

            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQHIS01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
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
      *    GRAVA A LINHA MONTADA EM FD-ARQREL01                        *
      *----------------------------------------------------------------*
        3900-GRAVA-LINHA                SECTION.
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
        3900-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O TOTAL GERAL DA FILA, FECHA OS ARQUIVOS E ENCERRA  *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-NA-FILA             TO REL-TGE-CONTRATOS
            MOVE ACU-VLR-ABERTO          TO REL-TGE-VLR-ABERTO
            MOVE REL-LINHA-TOTAL-GERAL   TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQHIS01          TO TRUE
            CLOSE ARQHIS01
            IF NOT WRK-FS-HIS01-OK
               MOVE WRK-FS-ARQHIS01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01

            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01

            IF NOT WRK-SEM-ARQATR01
               SET WRK-CN-ARQATR01       TO TRUE
               CLOSE ARQATR01
            END-IF

            IF NOT WRK-SEM-ARQACD01
               SET WRK-CN-ARQACD01       TO TRUE
               CLOSE ARQACD01
            END-IF

            SET WRK-CN-ARQFIL01          TO TRUE
            CLOSE ARQFIL01
            IF NOT WRK-FS-FIL01-OK
               MOVE WRK-FS-ARQFIL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ACU-LIDOS-ARQHIS01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0355        *'
            DISPLAY '* HISTORICOS LIDOS........: ' WRK-MASK-QTDREG
            MOVE ACU-FORA-FLUXO          TO WRK-MASK-QTDREG
            DISPLAY '* NP EM COBRANCA EXTERNA..: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-CADASTRO        TO WRK-MASK-QTDREG
            DISPLAY '* NP SEM CADASTRO/INATIVO.: ' WRK-MASK-QTDREG
            MOVE ACU-COM-ACORDO          TO WRK-MASK-QTDREG
            DISPLAY '* NP COM ACORDO VIGENTE...: ' WRK-MASK-QTDREG
            MOVE ACU-NA-FILA             TO WRK-MASK-QTDREG
            DISPLAY '* CONTRATOS NA FILA.......: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-COBRADOR        TO WRK-MASK-QTDREG
            DISPLAY '* NA FILA SEM COBRADOR....: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQCOB01      TO WRK-MASK-QTDREG
            DISPLAY '* REGISTROS DA CARTEIRA...: ' WRK-MASK-QTDREG
            MOVE ACU-CARTEIRA-REPETIDA   TO WRK-MASK-QTDREG
            DISPLAY '* AGENCIAS REPETIDAS......: ' WRK-MASK-QTDREG
            IF WRK-SEM-ARQCOB01
               DISPLAY '* CARTEIRA DE COBRADORES (ARQCOB01) AUSENTE   *'
            END-IF
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
