      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0346.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: CALCULO MENSAL DA PROVISAO PARA DEVEDORES     *
      *    DUVIDOSOS (PDD) POR RATING DE RISCO - PARA CADA CONTRATO    *
      *    ATIVO DO CADASTRO APURA OS DIAS DE ATRASO DA PARCELA EM     *
      *    ABERTO MAIS ANTIGA DO PLANO (ARQPLA01) E ATRIBUI O RATING   *
      *    AA A H PELA TABELA DE PROVISIONAMENTO (ARQRAT01). O RATING  *
      *    AGRAVADO PERSISTE NO ARQRSK01 ATE A CURA DO CLIENTE. A      *
      *    PROVISAO E O PERCENTUAL DO RATING SOBRE O SALDO DEVEDOR     *
      *    (PARCELAS EM ABERTO + MULTA DO ARQATR01); A VARIACAO CONTRA *
      *    O MES ANTERIOR SAI NO ARQPDD01 POR AGENCIA PARA A INTERFACE *
      *    CONTABIL (EXER0322 - EVENTOS DE CONSTITUICAO E REVERSAO).   *
      *    CONTRATO QUE SAIU DA CARTEIRA ATIVA TEM A PROVISAO          *
      *    REVERTIDA. EMITE O RELATORIO DA PROVISAO POR AGENCIA, POR   *
      *    PRODUTO E POR RATING.                                       *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03146
      *      ARQRAT01                                  RAT03146
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQATR01                                  ATR03112
      *      ARQRSK01                                  RSK03146
      *      ARQPDD01                                  PDD03146
      *      ARQREL01                                  -
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *      CALE2000 - DIAS CORRIDOS DE ATRASO ATE A DATA DE CORTE    *
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

            SELECT ARQRAT01 ASSIGN      TO UT-S-ARQRAT01
                       FILE STATUS      IS WRK-FS-ARQRAT01.

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

            SELECT ARQRSK01 ASSIGN      TO UT-S-ARQRSK01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS RSK01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQRSK01.

            SELECT ARQPDD01 ASSIGN      TO UT-S-ARQPDD01
                       FILE STATUS      IS WRK-FS-ARQPDD01.

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
        01 FD-ARQPARM              PIC X(14).

        FD  ARQRAT01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQRAT01             PIC X(17).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQATR01
            LABEL RECORD   IS STANDARD.
            COPY ATR03112.

        FD  ARQRSK01
            LABEL RECORD   IS STANDARD.
            COPY RSK03146.

        FD  ARQPDD01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQPDD01             PIC X(44).

        FD  ARQREL01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQREL01             PIC X(132).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS E DA ROTINA DE DATAS'.
      *----------------------------------------------------------------*
      *
            COPY PAR03146.
            COPY RAT03146.
            COPY PDD03146.
            COPY CALEWAAA.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE PROVISIONAMENTO POR RATING'.
      *----------------------------------------------------------------*
      *
      * TABELA PADRAO DO NORMATIVO (RATING, DIAS MIN, DIAS MAX, PCT) -
      * CADA RATING INFORMADO NO ARQRAT01 SUBSTITUI A SUA OCORRENCIA.
      * A ORDEM DAS OCORRENCIAS E O NIVEL DO RATING (1 = AA ... 9 = H)
        01 WRK-TAB-RATING-PADRAO.
           03 FILLER               PIC  X(017) VALUE
              'AA000000000000000'.
           03 FILLER               PIC  X(017) VALUE
              'A 000010001400050'.
           03 FILLER               PIC  X(017) VALUE
              'B 000150003000100'.
           03 FILLER               PIC  X(017) VALUE
              'C 000310006000300'.
           03 FILLER               PIC  X(017) VALUE
              'D 000610009001000'.
           03 FILLER               PIC  X(017) VALUE
              'E 000910012003000'.
           03 FILLER               PIC  X(017) VALUE
              'F 001210015005000'.
           03 FILLER               PIC  X(017) VALUE
              'G 001510018007000'.
           03 FILLER               PIC  X(017) VALUE
              'H 001819999910000'.
        01 WRK-TAB-RATING REDEFINES WRK-TAB-RATING-PADRAO.
           03 WRK-RAT-OCORRENCIA   OCCURS 9 TIMES.
              05 WRK-RAT-COD-RATING PIC X(002).
              05 WRK-RAT-DIAS-MIN  PIC  9(005).
              05 WRK-RAT-DIAS-MAX  PIC  9(005).
              05 WRK-RAT-PCT-PROVISAO PIC 9(003)V99.
      *
        77 WRK-IND-SUB-RAT         PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DAS TABELAS DE TOTAIS POR AGENCIA E PRODUTO'.
      *----------------------------------------------------------------*
      *
        01 WRK-TAB-AGENCIAS.
           03 WRK-AGE-OCORRENCIA   OCCURS 9999 TIMES.
              05 WRK-AGE-VISTA     PIC  X(001).
              05 WRK-AGE-VLR-CONSTITUICAO PIC 9(011)V99.
              05 WRK-AGE-VLR-REVERSAO PIC 9(011)V99.
              05 WRK-AGE-RATING    OCCURS 9 TIMES.
                 07 WRK-AGE-QTDE   PIC  9(007).
                 07 WRK-AGE-SALDO  PIC  9(011)V99.
                 07 WRK-AGE-PROVISAO PIC 9(011)V99.
      *
        01 WRK-TAB-PRODUTOS.
           03 WRK-PRO-OCORRENCIA   OCCURS 999 TIMES.
              05 WRK-PRO-VISTA     PIC  X(001).
              05 WRK-PRO-RATING    OCCURS 9 TIMES.
                 07 WRK-PRO-QTDE   PIC  9(007).
                 07 WRK-PRO-SALDO  PIC  9(011)V99.
                 07 WRK-PRO-PROVISAO PIC 9(011)V99.
      *
        01 WRK-TAB-TOTAL-GERAL.
           03 WRK-TOT-RATING       OCCURS 9 TIMES.
              05 WRK-TOT-QTDE      PIC  9(009).
              05 WRK-TOT-SALDO     PIC  9(013)V99.
              05 WRK-TOT-PROVISAO  PIC  9(013)V99.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-PRO         PIC  9(004)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0346'.
        77 WRK-CALE2000            PIC  X(008)         VALUE 'CALE2000'.
        77 ACU-LIDOS-ARQENT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQRAT01      PIC  9(003)         VALUE ZEROS.
        77 ACU-RATINGS-INVALIDOS   PIC  9(003)         VALUE ZEROS.
        77 ACU-CONTRATOS-PROVISAO  PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-AGRAVADOS PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-CURADOS   PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-ENCERRADOS PIC 9(007)         VALUE ZEROS.
        77 ACU-GRAVA-ARQPDD01      PIC  9(005)         VALUE ZEROS.
        77 ACU-TOT-CONSTITUICAO    PIC  9(013)V99      VALUE ZEROS.
        77 ACU-TOT-REVERSAO        PIC  9(013)V99      VALUE ZEROS.
      *
      * PARAMETROS DO RUN (VIDE PAR03146)
        77 WRK-DAT-CORTE           PIC  9(008)         VALUE ZEROS.
        77 WRK-MES-REFERENCIA      PIC  9(006)         VALUE ZEROS.
      *
      * SUBLEDGER DE ATRASO AINDA NAO CRIADO = NENHUMA MULTA ACUMULADA
        77 WRK-IND-SEM-ARQATR01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQATR01     VALUE 'S'.
      *
      * SALDO DEVEDOR E ATRASO DO CONTRATO CORRENTE
        77 WRK-IND-CONTA-TEM-PLANO PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-TEM-PLANO  VALUE 'S'.
        77 WRK-IND-TEM-VENCIDA     PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-VENCIDA      VALUE 'S'.
        77 WRK-VLR-SALDO           PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-PARCELA-CALC    PIC  9(009)V99      VALUE ZEROS.
        77 WRK-DAT-VENC-CALC       PIC  X(010)         VALUE SPACES.
        77 WRK-DAT-VENC-ANTIGA-AMD PIC  9(008)         VALUE ZEROS.
        77 WRK-DAT-VENC-ANTIGA-EDIT PIC X(010)         VALUE SPACES.
        77 WRK-QTDE-DIAS-ATRASO    PIC  9(006)         VALUE ZEROS.
        77 WRK-IND-REPETE-LEITURA-CAD PIC X(001)       VALUE 'N'.
           88 WRK-REPETE-LEITURA-CAD VALUE 'S'.
      *
      * RATING E PROVISAO DO CONTRATO CORRENTE
        77 WRK-IND-RATING-ACHADO   PIC  X(001)         VALUE 'N'.
           88 WRK-RATING-ACHADO    VALUE 'S'.
        77 WRK-NIVEL-DIAS          PIC  9(001)         VALUE ZEROS.
        77 WRK-NIVEL-NOVO          PIC  9(001)         VALUE ZEROS.
        77 WRK-IND-RSK01-EXISTE    PIC  X(001)         VALUE 'N'.
           88 WRK-RSK01-EXISTE     VALUE 'S'.
        77 WRK-VLR-PROVISAO-NOVA   PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-VARIACAO        PIC  9(011)V99      VALUE ZEROS.
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
           88 WRK-CN-ARQRAT01      VALUE 'ARQRAT01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQRSK01      VALUE 'ARQRSK01'.
           88 WRK-CN-ARQPDD01      VALUE 'ARQPDD01'.
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
           05 WRK-FS-ARQRAT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-RAT01-OK   VALUE '00'.
              88 WRK-FS-RAT01-FIM  VALUE '10'.
              88 WRK-FS-RAT01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-FIM  VALUE '10'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
              88 WRK-FS-PLA01-FIM  VALUE '10'.
           05 WRK-FS-ARQATR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ATR01-OK   VALUE '00'.
              88 WRK-FS-ATR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQRSK01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-RSK01-OK   VALUE '00'.
              88 WRK-FS-RSK01-FIM  VALUE '10'.
              88 WRK-FS-RSK01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQPDD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PDD01-OK   VALUE '00'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DAS LINHAS DO RELATORIO'.
      *----------------------------------------------------------------*
      *
        01 REL-LINHA-TITULO.
           03 FILLER               PIC  X(057) VALUE
              'EXER0346 - PROVISAO P/ DEVEDORES DUVIDOSOS (PDD) - MES'.
           03 REL-TIT-MES-REF      PIC  9(006) VALUE ZEROS.
           03 FILLER               PIC  X(007) VALUE ' CORTE '.
           03 REL-TIT-DAT-CORTE    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(054) VALUE SPACES.
      *
        01 REL-LINHA-RATING.
           03 REL-RAT-ROTULO       PIC  X(013) VALUE SPACES.
           03 REL-RAT-CODIGO       PIC  ZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(009) VALUE '  RATING '.
           03 REL-RAT-COD-RATING   PIC  X(002) VALUE SPACES.
           03 FILLER               PIC  X(006) VALUE '  PCT '.
           03 REL-RAT-PCT          PIC  ZZ9,99.
           03 FILLER               PIC  X(012) VALUE '  CONTRATOS '.
           03 REL-RAT-QTDE         PIC  ZZZZZZZZ9.
           03 FILLER               PIC  X(008) VALUE '  SALDO '.
           03 REL-RAT-SALDO        PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(011) VALUE '  PROVISAO '.
           03 REL-RAT-PROVISAO     PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(012) VALUE SPACES.
      *
        01 REL-LINHA-MOVIMENTO.
           03 REL-MOV-ROTULO       PIC  X(013) VALUE SPACES.
           03 REL-MOV-CODIGO       PIC  ZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(016) VALUE
              '  CONSTITUICAO  '.
           03 REL-MOV-CONSTITUICAO PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(012) VALUE '  REVERSAO  '.
           03 REL-MOV-REVERSAO     PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(047) VALUE SPACES.
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
            PERFORM 3700-ENCERRA-FORA-CARTEIRA
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

            MOVE PARM17-DAT-CORTE       TO WRK-DAT-CORTE
            IF WRK-DAT-CORTE EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-CORTE
            END-IF

            MOVE PARM17-MES-REFERENCIA  TO WRK-MES-REFERENCIA
            IF WRK-MES-REFERENCIA EQUAL ZEROS
               COMPUTE WRK-MES-REFERENCIA = WRK-DAT-CORTE / 100
            END-IF

            PERFORM 1200-CARREGA-RATINGS

            MOVE LOW-VALUES             TO WRK-TAB-AGENCIAS
                                           WRK-TAB-PRODUTOS
            PERFORM 1000-10-ZERA-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999
            PERFORM 1000-30-ZERA-TOTAL
                VARYING WRK-IND-SUB-RAT FROM 1 BY 1
                UNTIL WRK-IND-SUB-RAT GREATER 9

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

            SET WRK-CN-ARQRSK01         TO TRUE
            OPEN I-O ARQRSK01
            IF WRK-FS-RSK01-NAO-EXISTE
               OPEN OUTPUT ARQRSK01
               IF WRK-FS-RSK01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQRSK01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQRSK01
               END-IF
            END-IF
            IF NOT WRK-FS-RSK01-OK
               MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPDD01         TO TRUE
            OPEN OUTPUT ARQPDD01
            IF NOT WRK-FS-PDD01-OK
               MOVE WRK-FS-ARQPDD01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-MES-REFERENCIA     TO REL-TIT-MES-REF
            MOVE WRK-DAT-CORTE          TO REL-TIT-DAT-CORTE
            SET WRK-CN-WRITE            TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-TITULO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-10-ZERA-AGENCIA            SECTION.
      *----------------------------------------------------------------*
            MOVE 'N'          TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
            MOVE ZEROS        TO WRK-AGE-VLR-CONSTITUICAO
                                 (WRK-IND-SUB-AGE)
                                 WRK-AGE-VLR-REVERSAO
                                 (WRK-IND-SUB-AGE)
            IF WRK-IND-SUB-AGE NOT GREATER 999
               MOVE 'N'       TO WRK-PRO-VISTA (WRK-IND-SUB-AGE)
            END-IF
            PERFORM 1000-20-ZERA-RATINGS
                VARYING WRK-IND-SUB-RAT FROM 1 BY 1
                UNTIL WRK-IND-SUB-RAT GREATER 9
            .
      *----------------------------------------------------------------*
        1000-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-20-ZERA-RATINGS            SECTION.
      *----------------------------------------------------------------*
            MOVE ZEROS TO WRK-AGE-QTDE
                          (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                          WRK-AGE-SALDO
                          (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                          WRK-AGE-PROVISAO
                          (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
            IF WRK-IND-SUB-AGE NOT GREATER 999
               MOVE ZEROS TO WRK-PRO-QTDE
                             (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                             WRK-PRO-SALDO
                             (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                             WRK-PRO-PROVISAO
                             (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
            END-IF
            .
      *----------------------------------------------------------------*
        1000-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-30-ZERA-TOTAL              SECTION.
      *----------------------------------------------------------------*
            MOVE ZEROS TO WRK-TOT-QTDE (WRK-IND-SUB-RAT)
                          WRK-TOT-SALDO (WRK-IND-SUB-RAT)
                          WRK-TOT-PROVISAO (WRK-IND-SUB-RAT)
            .
      *----------------------------------------------------------------*
        1000-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CARTAO/ARQUIVO DE PARAMETROS           *
      *    (SE NAO EXISTIR OU VIER VAZIO, ASSUME-SE O DEFAULT DO BOOK) *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM17-REGISTRO

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
      *    CARREGA A TABELA DE PROVISIONAMENTO MANTIDA PELA AREA DE    *
      *    RISCO (ARQRAT01) SOBRE A TABELA PADRAO DO NORMATIVO -       *
      *    ARQUIVO AUSENTE = TABELA PADRAO                             *
      *----------------------------------------------------------------*
        1200-CARREGA-RATINGS            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQRAT01         TO TRUE
            OPEN INPUT ARQRAT01

            EVALUATE TRUE
                WHEN WRK-FS-RAT01-NAO-EXISTE
                     CONTINUE
                WHEN WRK-FS-RAT01-OK
                     PERFORM 1200-10-LER-ARQRAT01
                         UNTIL WRK-FS-RAT01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQRAT01
                WHEN OTHER
                     MOVE WRK-FS-ARQRAT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-10-LER-ARQRAT01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQRAT01         TO TRUE
            READ ARQRAT01               INTO RAT01-REGISTRO
            EVALUATE WRK-FS-ARQRAT01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQRAT01
                     MOVE 'N'           TO WRK-IND-RATING-ACHADO
                     PERFORM 1200-20-ATUALIZA-RATING
                         VARYING WRK-IND-SUB-RAT FROM 1 BY 1
                         UNTIL WRK-IND-SUB-RAT GREATER 9
                            OR WRK-RATING-ACHADO
                     IF NOT WRK-RATING-ACHADO
                        ADD 1           TO ACU-RATINGS-INVALIDOS
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQRAT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SUBSTITUI A FAIXA E O PERCENTUAL DO RATING LIDO NA TABELA   *
      *    (RATING DESCONHECIDO OU FAIXA INVERTIDA E DESPREZADO)       *
      *----------------------------------------------------------------*
        1200-20-ATUALIZA-RATING         SECTION.
      *----------------------------------------------------------------*
            IF RAT01-COD-RATING EQUAL
                          WRK-RAT-COD-RATING (WRK-IND-SUB-RAT)
               AND RAT01-QTD-DIAS-MIN NOT GREATER RAT01-QTD-DIAS-MAX
               SET WRK-RATING-ACHADO    TO TRUE
               MOVE RAT01-QTD-DIAS-MIN
                          TO WRK-RAT-DIAS-MIN (WRK-IND-SUB-RAT)
               MOVE RAT01-QTD-DIAS-MAX
                          TO WRK-RAT-DIAS-MAX (WRK-IND-SUB-RAT)
               MOVE RAT01-PCT-PROVISAO
                          TO WRK-RAT-PCT-PROVISAO (WRK-IND-SUB-RAT)
            END-IF
            .
      *----------------------------------------------------------------*
        1200-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSA UM CONTRATO ATIVO DO CADASTRO: APURA O SALDO       *
      *    DEVEDOR E O ATRASO, ATRIBUI O RATING, ATUALIZA O ARQRSK01   *
      *    E ACUMULA A PROVISAO E A VARIACAO DO MES                    *
      *----------------------------------------------------------------*
        3000-PROCESSA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3100-APURA-SALDO-ATRASO

            MOVE ZEROS                  TO WRK-QTDE-DIAS-ATRASO
            IF WRK-TEM-VENCIDA
               PERFORM 3200-APURA-DIAS-ATRASO
            END-IF

            PERFORM 3300-OBTEM-RATING-DIAS

            PERFORM 3400-ATUALIZA-RATING

            PERFORM 3500-ACUMULA-PROVISAO

            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SALDO DEVEDOR = PARCELAS EM ABERTO DO PLANO (OU A PARCELA   *
      *    UNICA DO CADASTRO NA CONTA SEM PLANO) + MULTA ACUMULADA NO  *
      *    SUBLEDGER DE ATRASO. GUARDA O VENCIMENTO DA PARCELA EM      *
      *    ABERTO MAIS ANTIGA ANTERIOR A DATA DE CORTE                 *
      *----------------------------------------------------------------*
        3100-APURA-SALDO-ATRASO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-VLR-SALDO
                                           WRK-DAT-VENC-ANTIGA-AMD
            MOVE SPACES                 TO WRK-DAT-VENC-ANTIGA-EDIT
            MOVE 'N'                    TO WRK-IND-TEM-VENCIDA
                                           WRK-IND-CONTA-TEM-PLANO

            MOVE ARQENT01-COD-AGENCIA   TO PLA01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO PLA01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3100-10-LER-PARCELA
                         UNTIL NOT WRK-FS-PLA01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            IF NOT WRK-CONTA-TEM-PLANO
               MOVE ARQENT01-DAT-EMPRE  TO WRK-DAT-VENC-CALC
               MOVE ARQENT01-VLR-PARCELA TO WRK-VLR-PARCELA-CALC
               PERFORM 3100-20-ACUMULA-PARCELA
            END-IF

            IF WRK-SEM-ARQATR01
               GO TO 3100-99-FIM
            END-IF

            MOVE ARQENT01-COD-AGENCIA   TO ATR01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO ATR01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO ATR01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQATR01         TO TRUE
            READ ARQATR01                KEY IS ATR01-CHAVE

            EVALUATE WRK-FS-ARQATR01
                WHEN '00'
                     ADD ATR01-VLR-MULTA-ACUMULADA TO WRK-VLR-SALDO
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
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
      *    LE A PROXIMA PARCELA DO PLANO E ACUMULA A PARCELA EM ABERTO *
      *    DO CONTRATO CORRENTE                                        *
      *----------------------------------------------------------------*
        3100-10-LER-PARCELA             SECTION.
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
                        SET WRK-CONTA-TEM-PLANO TO TRUE
                        IF PLA01-PARCELA-ABERTA
                           MOVE PLA01-VLR-PARCELA
                                        TO WRK-VLR-PARCELA-CALC
                           MOVE PLA01-DAT-VENCIMENTO
                                        TO WRK-DAT-VENC-CALC
                           PERFORM 3100-20-ACUMULA-PARCELA
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
        3100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SOMA A PARCELA EM ABERTO AO SALDO E, SE VENCIDA NA DATA DE  *
      *    CORTE, GUARDA O VENCIMENTO MAIS ANTIGO                      *
      *----------------------------------------------------------------*
        3100-20-ACUMULA-PARCELA         SECTION.
      *----------------------------------------------------------------*
      *
            ADD WRK-VLR-PARCELA-CALC    TO WRK-VLR-SALDO

            MOVE WRK-DAT-VENC-CALC      TO WRK-DAT-VENC-EDIT
            MOVE WRK-VENC-EDIT-ANO      TO WRK-VENC-AMD-ANO
            MOVE WRK-VENC-EDIT-MES      TO WRK-VENC-AMD-MES
            MOVE WRK-VENC-EDIT-DIA      TO WRK-VENC-AMD-DIA

            IF WRK-DAT-VENC-AMD-NUM NOT LESS WRK-DAT-CORTE
               GO TO 3100-20-99-FIM
            END-IF

            IF NOT WRK-TEM-VENCIDA
               OR WRK-DAT-VENC-AMD-NUM LESS WRK-DAT-VENC-ANTIGA-AMD
               SET WRK-TEM-VENCIDA      TO TRUE
               MOVE WRK-DAT-VENC-AMD-NUM TO WRK-DAT-VENC-ANTIGA-AMD
               MOVE WRK-DAT-VENC-CALC   TO WRK-DAT-VENC-ANTIGA-EDIT
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3100-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APURA PELA CALE2000 OS DIAS DE ATRASO DA PARCELA EM ABERTO  *
      *    MAIS ANTIGA (DO VENCIMENTO, dd.mm.aaaa, ATE A DATA DE       *
      *    CORTE). O NORMATIVO DE PROVISIONAMENTO CONTA DIAS CORRIDOS, *
      *    INDEPENDENTE DA CONTAGEM DO CADASTRO. RETORNO NAO-OK ASSUME *
      *    ZEROS.                                                      *
      *----------------------------------------------------------------*
        3200-APURA-DIAS-ATRASO          SECTION.
      *----------------------------------------------------------------*
      *
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
            MOVE WRK-DAT-CORTE          TO CALE01-VLR-ARGUMENTO-FINAL

            CALL WRK-CALE2000           USING CALE01-REGISTRO

            IF CALE01-RETORNO-OK
               MOVE CALE01-QTDE-DIAS-PERIODO TO WRK-QTDE-DIAS-ATRASO
            ELSE
               MOVE ZEROS               TO WRK-QTDE-DIAS-ATRASO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    OBTEM O NIVEL DO RATING PELA FAIXA DE DIAS DE ATRASO DA     *
      *    TABELA DE PROVISIONAMENTO. DIAS FORA DE TODAS AS FAIXAS     *
      *    (TABELA COM LACUNA) ASSUMEM AA SEM ATRASO E H COM ATRASO    *
      *----------------------------------------------------------------*
        3300-OBTEM-RATING-DIAS          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-RATING-ACHADO
            IF WRK-TEM-VENCIDA
               MOVE 9                   TO WRK-NIVEL-DIAS
            ELSE
               MOVE 1                   TO WRK-NIVEL-DIAS
            END-IF

            PERFORM 3300-10-COMPARA-FAIXA
                VARYING WRK-IND-SUB-RAT FROM 1 BY 1
                UNTIL WRK-IND-SUB-RAT GREATER 9
                   OR WRK-RATING-ACHADO
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3300-10-COMPARA-FAIXA           SECTION.
      *----------------------------------------------------------------*
            IF WRK-QTDE-DIAS-ATRASO NOT LESS
                          WRK-RAT-DIAS-MIN (WRK-IND-SUB-RAT)
               AND WRK-QTDE-DIAS-ATRASO NOT GREATER
                          WRK-RAT-DIAS-MAX (WRK-IND-SUB-RAT)
               SET WRK-RATING-ACHADO    TO TRUE
               MOVE WRK-IND-SUB-RAT     TO WRK-NIVEL-DIAS
            END-IF
            .
      *----------------------------------------------------------------*
        3300-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ATUALIZA O RATING E A PROVISAO DO CONTRATO NO ARQRSK01:     *
      *    COM PARCELA VENCIDA, PREVALECE O PIOR ENTRE O RATING DO MES *
      *    ANTERIOR E O DOS DIAS DE ATRASO; SEM PARCELA VENCIDA O      *
      *    CLIENTE ESTA CURADO E VOLTA AO RATING DOS DIAS. A VARIACAO  *
      *    E SEMPRE CONTRA A PROVISAO DO MES ANTERIOR - O RECALCULO DO *
      *    MESMO MES PRESERVA O RATING E A PROVISAO ANTERIORES         *
      *----------------------------------------------------------------*
        3400-ATUALIZA-RATING            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ARQENT01-COD-AGENCIA   TO RSK01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO RSK01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO RSK01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQRSK01         TO TRUE
            READ ARQRSK01                KEY IS RSK01-CHAVE

            EVALUATE WRK-FS-ARQRSK01
                WHEN '00'
                     SET WRK-RSK01-EXISTE TO TRUE
                     IF RSK01-MES-REFERENCIA NOT EQUAL
                                        WRK-MES-REFERENCIA
                        MOVE RSK01-COD-RATING
                                        TO RSK01-COD-RATING-ANT
                        MOVE RSK01-NUM-NIVEL-RATING
                                        TO RSK01-NUM-NIVEL-RATING-ANT
                        MOVE RSK01-VLR-PROVISAO
                                        TO RSK01-VLR-PROVISAO-ANT
                     END-IF
                WHEN '23'
                     MOVE 'N'           TO WRK-IND-RSK01-EXISTE
                     INITIALIZE         RSK01-REGISTRO
                     MOVE ARQENT01-COD-AGENCIA TO RSK01-COD-AGENCIA
                     MOVE ARQENT01-NUM-CONTA   TO RSK01-NUM-CONTA
                     MOVE ARQENT01-NUM-CONTRATO TO RSK01-NUM-CONTRATO
                WHEN OTHER
                     MOVE WRK-FS-ARQRSK01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE WRK-NIVEL-DIAS         TO WRK-NIVEL-NOVO
            IF RSK01-NUM-NIVEL-RATING-ANT GREATER WRK-NIVEL-DIAS
               IF WRK-TEM-VENCIDA
                  MOVE RSK01-NUM-NIVEL-RATING-ANT TO WRK-NIVEL-NOVO
                  ADD 1                 TO ACU-CONTRATOS-AGRAVADOS
               ELSE
                  MOVE WRK-DAT-CORTE    TO RSK01-DAT-CURA
                  ADD 1                 TO ACU-CONTRATOS-CURADOS
               END-IF
            END-IF

            COMPUTE WRK-VLR-PROVISAO-NOVA ROUNDED =
                    WRK-VLR-SALDO
                    * WRK-RAT-PCT-PROVISAO (WRK-NIVEL-NOVO) / 100

            MOVE ARQENT01-COD-PRODUTO   TO RSK01-COD-PRODUTO
            MOVE WRK-MES-REFERENCIA     TO RSK01-MES-REFERENCIA
            MOVE WRK-DAT-CORTE          TO RSK01-DAT-CORTE
            MOVE WRK-QTDE-DIAS-ATRASO   TO RSK01-QTD-DIAS-ATRASO
            MOVE WRK-RAT-COD-RATING (WRK-NIVEL-DIAS)
                                        TO RSK01-COD-RATING-DIAS
            MOVE WRK-RAT-COD-RATING (WRK-NIVEL-NOVO)
                                        TO RSK01-COD-RATING
            MOVE WRK-NIVEL-NOVO         TO RSK01-NUM-NIVEL-RATING
            MOVE WRK-VLR-SALDO          TO RSK01-VLR-SALDO
            MOVE WRK-RAT-PCT-PROVISAO (WRK-NIVEL-NOVO)
                                        TO RSK01-PCT-PROVISAO
            MOVE WRK-VLR-PROVISAO-NOVA  TO RSK01-VLR-PROVISAO
            SET RSK01-CONTRATO-ATIVO    TO TRUE

            IF WRK-RSK01-EXISTE
               SET WRK-CN-REWRI         TO TRUE
               REWRITE RSK01-REGISTRO
            ELSE
               SET WRK-CN-WRITE         TO TRUE
               WRITE RSK01-REGISTRO
            END-IF

            IF NOT WRK-FS-RSK01-OK
               MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA O CONTRATO NO RATING DA AGENCIA, DO PRODUTO E DO    *
      *    TOTAL GERAL E A VARIACAO DA PROVISAO NA AGENCIA             *
      *----------------------------------------------------------------*
        3500-ACUMULA-PROVISAO           SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO ACU-CONTRATOS-PROVISAO
            ADD 1         TO WRK-TOT-QTDE (WRK-NIVEL-NOVO)
            ADD WRK-VLR-SALDO
                          TO WRK-TOT-SALDO (WRK-NIVEL-NOVO)
            ADD WRK-VLR-PROVISAO-NOVA
                          TO WRK-TOT-PROVISAO (WRK-NIVEL-NOVO)

            IF ARQENT01-COD-AGENCIA GREATER ZEROS
               MOVE ARQENT01-COD-AGENCIA TO WRK-IND-SUB-AGE
               MOVE 'S'                 TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
               ADD 1      TO WRK-AGE-QTDE
                             (WRK-IND-SUB-AGE WRK-NIVEL-NOVO)
               ADD WRK-VLR-SALDO
                          TO WRK-AGE-SALDO
                             (WRK-IND-SUB-AGE WRK-NIVEL-NOVO)
               ADD WRK-VLR-PROVISAO-NOVA
                          TO WRK-AGE-PROVISAO
                             (WRK-IND-SUB-AGE WRK-NIVEL-NOVO)
               PERFORM 3600-ACUMULA-VARIACAO
            END-IF

            IF ARQENT01-COD-PRODUTO GREATER ZEROS
               MOVE ARQENT01-COD-PRODUTO TO WRK-IND-SUB-PRO
               MOVE 'S'                 TO WRK-PRO-VISTA
                                           (WRK-IND-SUB-PRO)
               ADD 1      TO WRK-PRO-QTDE
                             (WRK-IND-SUB-PRO WRK-NIVEL-NOVO)
               ADD WRK-VLR-SALDO
                          TO WRK-PRO-SALDO
                             (WRK-IND-SUB-PRO WRK-NIVEL-NOVO)
               ADD WRK-VLR-PROVISAO-NOVA
                          TO WRK-PRO-PROVISAO
                             (WRK-IND-SUB-PRO WRK-NIVEL-NOVO)
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SEPARA A VARIACAO DA PROVISAO DO CONTRATO (ARQRSK01 JA      *
      *    ATUALIZADO) EM CONSTITUICAO OU REVERSAO DA AGENCIA CORRENTE *
      *----------------------------------------------------------------*
        3600-ACUMULA-VARIACAO           SECTION.
      *----------------------------------------------------------------*
      *
            IF RSK01-VLR-PROVISAO GREATER RSK01-VLR-PROVISAO-ANT
               COMPUTE WRK-VLR-VARIACAO =
                       RSK01-VLR-PROVISAO - RSK01-VLR-PROVISAO-ANT
               ADD WRK-VLR-VARIACAO     TO WRK-AGE-VLR-CONSTITUICAO
                                           (WRK-IND-SUB-AGE)
               ADD WRK-VLR-VARIACAO     TO ACU-TOT-CONSTITUICAO
            END-IF

            IF RSK01-VLR-PROVISAO LESS RSK01-VLR-PROVISAO-ANT
               COMPUTE WRK-VLR-VARIACAO =
                       RSK01-VLR-PROVISAO-ANT - RSK01-VLR-PROVISAO
               ADD WRK-VLR-VARIACAO     TO WRK-AGE-VLR-REVERSAO
                                           (WRK-IND-SUB-AGE)
               ADD WRK-VLR-VARIACAO     TO ACU-TOT-REVERSAO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O ARQRSK01 E REVERTE A PROVISAO DOS CONTRATOS QUE  *
      *    NAO ESTAO MAIS NA CARTEIRA ATIVA (NAO CALCULADOS NO MES:    *
      *    LIQUIDADOS, INATIVADOS OU BAIXADOS POR PERDA). O RATING E   *
      *    MANTIDO; A PROVISAO DO MES FICA ZERADA                      *
      *----------------------------------------------------------------*
        3700-ENCERRA-FORA-CARTEIRA      SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO RSK01-COD-AGENCIA
                                           RSK01-NUM-CONTA
                                           RSK01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQRSK01         TO TRUE
            START ARQRSK01 KEY NOT LESS RSK01-CHAVE

            EVALUATE WRK-FS-ARQRSK01
                WHEN '00'
                     PERFORM 3700-10-LER-RSK01
                         UNTIL WRK-FS-RSK01-FIM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQRSK01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3700-10-LER-RSK01               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQRSK01         TO TRUE
            READ ARQRSK01               NEXT RECORD

            EVALUATE WRK-FS-ARQRSK01
                WHEN '00'
                     CONTINUE
                WHEN '10'
                     GO TO 3700-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQRSK01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

      * CONTRATO CALCULADO NESTE MES (OU DE MES POSTERIOR) NAO E
      * TOCADO - SO O ENCERRADO NO PROPRIO MES REPETE A REVERSAO
      * QUANDO O MES E RECALCULADO
            IF RSK01-MES-REFERENCIA NOT LESS WRK-MES-REFERENCIA
               IF RSK01-MES-REFERENCIA EQUAL WRK-MES-REFERENCIA
                  AND RSK01-CONTRATO-ENCERRADO
                  PERFORM 3700-20-ACUMULA-REVERSAO
               END-IF
               GO TO 3700-10-99-FIM
            END-IF

            MOVE RSK01-COD-RATING       TO RSK01-COD-RATING-ANT
            MOVE RSK01-NUM-NIVEL-RATING TO RSK01-NUM-NIVEL-RATING-ANT
            MOVE RSK01-VLR-PROVISAO     TO RSK01-VLR-PROVISAO-ANT
            MOVE WRK-MES-REFERENCIA     TO RSK01-MES-REFERENCIA
            MOVE WRK-DAT-CORTE          TO RSK01-DAT-CORTE
            MOVE ZEROS                  TO RSK01-VLR-SALDO
                                           RSK01-PCT-PROVISAO
                                           RSK01-VLR-PROVISAO
            IF RSK01-CONTRATO-ATIVO
               ADD 1                    TO ACU-CONTRATOS-ENCERRADOS
            END-IF
            SET RSK01-CONTRATO-ENCERRADO TO TRUE

            SET WRK-CN-REWRI            TO TRUE
            REWRITE RSK01-REGISTRO
            IF NOT WRK-FS-RSK01-OK
               MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 3700-20-ACUMULA-REVERSAO
            .
      *
      *----------------------------------------------------------------*
        3700-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3700-20-ACUMULA-REVERSAO        SECTION.
      *----------------------------------------------------------------*
            IF RSK01-VLR-PROVISAO-ANT GREATER ZEROS
               AND RSK01-COD-AGENCIA GREATER ZEROS
               MOVE RSK01-COD-AGENCIA   TO WRK-IND-SUB-AGE
               MOVE 'S'                 TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
               ADD RSK01-VLR-PROVISAO-ANT
                                        TO WRK-AGE-VLR-REVERSAO
                                           (WRK-IND-SUB-AGE)
               ADD RSK01-VLR-PROVISAO-ANT TO ACU-TOT-REVERSAO
            END-IF
            .
      *----------------------------------------------------------------*
        3700-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO CONTRATO ATIVO DO CADASTRO (CONTA INATIVA FICA *
      *    FORA DA CARTEIRA PROVISIONADA)                              *
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
      *    GRAVA A VARIACAO POR AGENCIA PARA A INTERFACE CONTABIL,     *
      *    IMPRIME A PROVISAO POR AGENCIA, POR PRODUTO E O TOTAL POR   *
      *    RATING, E ENCERRA                                           *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 4100-IMPRIME-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            PERFORM 4200-IMPRIME-PRODUTO
                VARYING WRK-IND-SUB-PRO FROM 1 BY 1
                UNTIL WRK-IND-SUB-PRO GREATER 999

            PERFORM 4300-IMPRIME-TOTAL
                VARYING WRK-IND-SUB-RAT FROM 1 BY 1
                UNTIL WRK-IND-SUB-RAT GREATER 9

            MOVE 'TOTAL GERAL  '        TO REL-MOV-ROTULO
            MOVE ZEROS                  TO REL-MOV-CODIGO
            MOVE ACU-TOT-CONSTITUICAO   TO REL-MOV-CONSTITUICAO
            MOVE ACU-TOT-REVERSAO       TO REL-MOV-REVERSAO
            PERFORM 4910-GRAVA-LINHA-MOVIMENTO

            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            IF NOT WRK-SEM-ARQATR01
               SET WRK-CN-ARQATR01       TO TRUE
               CLOSE ARQATR01
            END-IF
            SET WRK-CN-ARQRSK01          TO TRUE
            CLOSE ARQRSK01
            SET WRK-CN-ARQPDD01          TO TRUE
            CLOSE ARQPDD01
            IF NOT WRK-FS-PDD01-OK
               MOVE WRK-FS-ARQPDD01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0346        *'
            DISPLAY '* MES DE REFERENCIA.......: ' WRK-MES-REFERENCIA
            DISPLAY '* RATINGS LIDOS ARQRAT01..: ' ACU-LIDOS-ARQRAT01
            DISPLAY '* RATINGS DESPREZADOS.....: ' ACU-RATINGS-INVALIDOS
            DISPLAY '* CADASTROS LIDOS.........: ' ACU-LIDOS-ARQENT01
            DISPLAY '* CONTRATOS PROVISIONADOS.: '
                                            ACU-CONTRATOS-PROVISAO
            DISPLAY '* RATING AGRAVADO MANTIDO.: '
                                            ACU-CONTRATOS-AGRAVADOS
            DISPLAY '* CONTRATOS CURADOS.......: ' ACU-CONTRATOS-CURADOS
            DISPLAY '* CONTRATOS ENCERRADOS....: '
                                            ACU-CONTRATOS-ENCERRADOS
            DISPLAY '* AGENCIAS NO ARQPDD01....: ' ACU-GRAVA-ARQPDD01
            DISPLAY '* TOTAL CONSTITUICAO......: ' ACU-TOT-CONSTITUICAO
            DISPLAY '* TOTAL REVERSAO..........: ' ACU-TOT-REVERSAO
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
      *    IMPRIME A PROVISAO POR RATING DE UMA AGENCIA E A VARIACAO   *
      *    DO MES, E GRAVA A VARIACAO NO ARQPDD01                      *
      *----------------------------------------------------------------*
        4100-IMPRIME-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) NOT EQUAL 'S'
               GO TO 4100-99-FIM
            END-IF

            PERFORM 4110-IMPRIME-RATING-AGENCIA
                VARYING WRK-IND-SUB-RAT FROM 1 BY 1
                UNTIL WRK-IND-SUB-RAT GREATER 9

            MOVE 'AGENCIA      '        TO REL-MOV-ROTULO
            MOVE WRK-IND-SUB-AGE        TO REL-MOV-CODIGO
            MOVE WRK-AGE-VLR-CONSTITUICAO (WRK-IND-SUB-AGE)
                                        TO REL-MOV-CONSTITUICAO
            MOVE WRK-AGE-VLR-REVERSAO (WRK-IND-SUB-AGE)
                                        TO REL-MOV-REVERSAO
            PERFORM 4910-GRAVA-LINHA-MOVIMENTO

            IF WRK-AGE-VLR-CONSTITUICAO (WRK-IND-SUB-AGE) GREATER ZEROS
               OR WRK-AGE-VLR-REVERSAO (WRK-IND-SUB-AGE) GREATER ZEROS
               INITIALIZE               PDD01-REGISTRO
               MOVE WRK-DAT-CORTE       TO PDD01-DAT-PROCESSAMENTO
               MOVE WRK-MES-REFERENCIA  TO PDD01-MES-REFERENCIA
               MOVE WRK-IND-SUB-AGE     TO PDD01-COD-AGENCIA
               MOVE WRK-AGE-VLR-CONSTITUICAO (WRK-IND-SUB-AGE)
                                        TO PDD01-VLR-CONSTITUICAO
               MOVE WRK-AGE-VLR-REVERSAO (WRK-IND-SUB-AGE)
                                        TO PDD01-VLR-REVERSAO
               SET WRK-CN-WRITE         TO TRUE
               SET WRK-CN-ARQPDD01      TO TRUE
               WRITE FD-ARQPDD01        FROM PDD01-REGISTRO
               IF NOT WRK-FS-PDD01-OK
                  MOVE WRK-FS-ARQPDD01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
               ADD 1                    TO ACU-GRAVA-ARQPDD01
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        4110-IMPRIME-RATING-AGENCIA     SECTION.
      *----------------------------------------------------------------*
            IF WRK-AGE-QTDE (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                          GREATER ZEROS
               MOVE 'AGENCIA      '     TO REL-RAT-ROTULO
               MOVE WRK-IND-SUB-AGE     TO REL-RAT-CODIGO
               MOVE WRK-AGE-QTDE (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                                        TO REL-RAT-QTDE
               MOVE WRK-AGE-SALDO (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                                        TO REL-RAT-SALDO
               MOVE WRK-AGE-PROVISAO (WRK-IND-SUB-AGE WRK-IND-SUB-RAT)
                                        TO REL-RAT-PROVISAO
               PERFORM 4900-GRAVA-LINHA-RATING
            END-IF
            .
      *----------------------------------------------------------------*
        4110-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A PROVISAO POR RATING DE UM PRODUTO                 *
      *----------------------------------------------------------------*
        4200-IMPRIME-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-PRO-VISTA (WRK-IND-SUB-PRO) EQUAL 'S'
               PERFORM 4210-IMPRIME-RATING-PRODUTO
                   VARYING WRK-IND-SUB-RAT FROM 1 BY 1
                   UNTIL WRK-IND-SUB-RAT GREATER 9
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        4210-IMPRIME-RATING-PRODUTO     SECTION.
      *----------------------------------------------------------------*
            IF WRK-PRO-QTDE (WRK-IND-SUB-PRO WRK-IND-SUB-RAT)
                          GREATER ZEROS
               MOVE 'PRODUTO      '     TO REL-RAT-ROTULO
               MOVE WRK-IND-SUB-PRO     TO REL-RAT-CODIGO
               MOVE WRK-PRO-QTDE (WRK-IND-SUB-PRO WRK-IND-SUB-RAT)
                                        TO REL-RAT-QTDE
               MOVE WRK-PRO-SALDO (WRK-IND-SUB-PRO WRK-IND-SUB-RAT)
                                        TO REL-RAT-SALDO
               MOVE WRK-PRO-PROVISAO (WRK-IND-SUB-PRO WRK-IND-SUB-RAT)
                                        TO REL-RAT-PROVISAO
               PERFORM 4900-GRAVA-LINHA-RATING
            END-IF
            .
      *----------------------------------------------------------------*
        4210-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O TOTAL GERAL DE UM RATING (TODOS OS RATINGS DA     *
      *    TABELA, MESMO SEM CONTRATOS)                                *
      *----------------------------------------------------------------*
        4300-IMPRIME-TOTAL              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'TOTAL GERAL  '        TO REL-RAT-ROTULO
            MOVE ZEROS                  TO REL-RAT-CODIGO
            MOVE WRK-TOT-QTDE (WRK-IND-SUB-RAT) TO REL-RAT-QTDE
            MOVE WRK-TOT-SALDO (WRK-IND-SUB-RAT) TO REL-RAT-SALDO
            MOVE WRK-TOT-PROVISAO (WRK-IND-SUB-RAT)
                                        TO REL-RAT-PROVISAO
            PERFORM 4900-GRAVA-LINHA-RATING
            .
      *
      *----------------------------------------------------------------*
        4300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DE RATING NO RELATORIO (RATING E PERCENTUAL *
      *    DA OCORRENCIA CORRENTE DA TABELA)                           *
      *----------------------------------------------------------------*
        4900-GRAVA-LINHA-RATING         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-RAT-COD-RATING (WRK-IND-SUB-RAT)
                                        TO REL-RAT-COD-RATING
            MOVE WRK-RAT-PCT-PROVISAO (WRK-IND-SUB-RAT)
                                        TO REL-RAT-PCT

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-RATING
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4900-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DE CONSTITUICAO/REVERSAO NO RELATORIO       *
      *----------------------------------------------------------------*
        4910-GRAVA-LINHA-MOVIMENTO      SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-MOVIMENTO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4910-99-FIM.
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
