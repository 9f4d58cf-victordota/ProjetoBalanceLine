      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0358.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: CALCULO MENSAL DA COMISSAO DAS ASSESSORIAS DE *
      *    COBRANCA E CONFERENCIA DOS REPASSES. CADA CONTA LIQUIDADA   *
      *    NA ASSESSORIA NO MES (LOG ARQLIQ01 GRAVADO PELO EXER0327)   *
      *    RECEBE A TAXA DA TABELA DE COMISSAO (ARQCMS01) PELA FAIXA   *
      *    DE ATRASO - DIAS CORRIDOS DO VENCIMENTO MAIS ANTIGO EM      *
      *    ABERTO ATE A LIQUIDACAO, PELA CALE2000 - E PELA AGENCIA DO  *
      *    CONTRATO (SEM FAIXA PROPRIA DA AGENCIA VALE A TAXA GERAL DA *
      *    ASSESSORIA), RESPEITADA A COMISSAO MINIMA. O EXTRATO SAI    *
      *    POR ASSESSORIA, COM O VALOR RECUPERADO CONFERIDO CONTRA OS  *
      *    REPASSES DA ASSESSORIA CREDITADOS NO BANCO NO MES (ARQBNC01 *
      *    ORIGEM 'A' - O JOB CONCATENA AS GERACOES DO MES). A         *
      *    COMISSAO POR AGENCIA VAI PARA A INTERFACE CONTABIL          *
      *    (ARQCMA01 - EVENTO 'CMS' DO EXER0322). MES NO CARTAO DE     *
      *    PARAMETRO (ARQPARM, BOOK PAR03158); SEM CARTAO, O MES       *
      *    ANTERIOR AO DO RUN. REPASSE DIVERGENTE TERMINA COM          *
      *    RETURN-CODE 4 (A COMISSAO E GERADA NORMALMENTE)             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03158
      *      ARQCMS01                                  CMS03158
      *      ARQLIQ01                                  LIQ03158
      *      ARQBNC01                                  BNC03112
      *      ARQCMA01                                  CMA03158
      *      ARQSRT01                                  (SORT)
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
            SELECT ARQPARM  ASSIGN      TO UT-S-ARQPARM
                       FILE STATUS      IS WRK-FS-ARQPARM.

            SELECT ARQCMS01 ASSIGN      TO UT-S-ARQCMS01
                       FILE STATUS      IS WRK-FS-ARQCMS01.

            SELECT ARQLIQ01 ASSIGN      TO UT-S-ARQLIQ01
                       FILE STATUS      IS WRK-FS-ARQLIQ01.

            SELECT ARQBNC01 ASSIGN      TO UT-S-ARQBNC01
                       FILE STATUS      IS WRK-FS-ARQBNC01.

            SELECT ARQCMA01 ASSIGN      TO UT-S-ARQCMA01
                       FILE STATUS      IS WRK-FS-ARQCMA01.

            SELECT ARQSRT01 ASSIGN      TO UT-S-ARQSRT01.

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
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQPARM              PIC X(06).

        FD  ARQCMS01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCMS01             PIC X(31).

        FD  ARQLIQ01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQLIQ01             PIC X(59).

        FD  ARQBNC01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQBNC01             PIC X(32).

        FD  ARQCMA01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCMA01             PIC X(31).

      * LIQUIDACOES E REPASSES DO MES POR ASSESSORIA - AS LIQUIDACOES
      * (TIPO 1) VEM ANTES DOS REPASSES (TIPO 2) DA MESMA ASSESSORIA
        SD  ARQSRT01.
        01 SRT-REGISTRO.
           03 SRT-COD-ASSESSORIA   PIC X(06).
           03 SRT-IND-TIPO         PIC X(01).
              88 SRT-LIQUIDACAO    VALUE '1'.
              88 SRT-REPASSE       VALUE '2'.
           03 SRT-COD-AGENCIA      PIC 9(04).
           03 SRT-NUM-CONTA        PIC 9(08).
           03 SRT-NUM-CONTRATO     PIC 9(02).
           03 SRT-DATA             PIC 9(08).
           03 SRT-VALOR            PIC 9(11)V99.
           03 SRT-DAT-VENC-ANTIGA  PIC X(10).

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
            COPY PAR03158.
            COPY CMS03158.
            COPY LIQ03158.
            COPY BNC03112.
            COPY CMA03158.
            COPY CALEWAAA.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE COMISSAO'.
      *----------------------------------------------------------------*
      *
      * FAIXAS DA TABELA DE COMISSAO NA ORDEM DO ARQUIVO (ARQCMS01)
        01 WRK-TAB-COMISSAO.
           03 WRK-CMS-OCORRENCIA   OCCURS 2000 TIMES.
              05 WRK-CMS-COD-ASSESSORIA   PIC X(006).
              05 WRK-CMS-COD-AGENCIA      PIC 9(004).
              05 WRK-CMS-QTD-DIAS-ATE     PIC 9(005).
              05 WRK-CMS-PCT-COMISSAO     PIC 9(003)V99.
              05 WRK-CMS-VLR-MINIMO       PIC 9(009)V99.
      *
        77 WRK-QTDE-CMS            PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-CMS         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-TAXA        PIC  9(005)         VALUE ZEROS.
      *
      * TAXA ESCOLHIDA PARA A LIQUIDACAO CORRENTE - A FAIXA PROPRIA DA
      * AGENCIA ('E') PREVALECE SOBRE A TAXA GERAL DA ASSESSORIA ('G')
        77 WRK-IND-TAXA-ACHADA     PIC  X(001)         VALUE SPACES.
           88 WRK-TAXA-NAO-ACHADA  VALUE ' '.
           88 WRK-TAXA-ESPECIFICA  VALUE 'E'.
           88 WRK-TAXA-GERAL       VALUE 'G'.
        77 WRK-IND-TAXA-CANDIDATA  PIC  X(001)         VALUE SPACES.
           88 WRK-CANDIDATA-ESPECIFICA VALUE 'E'.
           88 WRK-CANDIDATA-GERAL  VALUE 'G'.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE COMISSAO POR AGENCIA'.
      *----------------------------------------------------------------*
      *
        01 WRK-TAB-AGENCIAS.
           03 WRK-AGE-OCORRENCIA   OCCURS 9999 TIMES.
              05 WRK-AGE-VLR-COMISSAO PIC 9(011)V99.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0358'.
        77 WRK-CALE2000            PIC  X(008)         VALUE 'CALE2000'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
        77 ACU-LIDOS-ARQCMS01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQLIQ01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQBNC01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIQUIDACOES-MES     PIC  9(007)         VALUE ZEROS.
        77 ACU-REPASSES-MES        PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-TAXA            PIC  9(007)         VALUE ZEROS.
        77 ACU-COMISSAO-MINIMA     PIC  9(007)         VALUE ZEROS.
        77 ACU-ASS-DIVERGENTES     PIC  9(005)         VALUE ZEROS.
        77 ACU-GRAVADOS-ARQCMA01   PIC  9(005)         VALUE ZEROS.
      *
      * TOTAIS DA ASSESSORIA CORRENTE
        77 ACU-ASS-QTD-LIQUIDACOES PIC  9(007)         VALUE ZEROS.
        77 ACU-ASS-VLR-RECUPERADO  PIC  9(013)V99      VALUE ZEROS.
        77 ACU-ASS-VLR-COMISSAO    PIC  9(013)V99      VALUE ZEROS.
        77 ACU-ASS-QTD-REPASSES    PIC  9(007)         VALUE ZEROS.
        77 ACU-ASS-VLR-REPASSADO   PIC  9(013)V99      VALUE ZEROS.
      *
      * TOTAIS GERAIS DO EXTRATO
        77 ACU-TOT-QTD-LIQUIDACOES PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-VLR-RECUPERADO  PIC  9(013)V99      VALUE ZEROS.
        77 ACU-TOT-VLR-COMISSAO    PIC  9(013)V99      VALUE ZEROS.
      *
      * MES DE REFERENCIA (AAAAMM) E MES DE CADA MOVIMENTO LIDO
        77 WRK-MES-REFERENCIA      PIC  9(006)         VALUE ZEROS.
        77 WRK-MES-MOVIMENTO       PIC  9(006)         VALUE ZEROS.
        01 WRK-MES-ANTERIOR.
           03 WRK-MES-ANT-ANO      PIC  9(004)  VALUE ZEROS.
           03 WRK-MES-ANT-MES      PIC  9(002)  VALUE ZEROS.
        01 WRK-MES-ANTERIOR-NUM REDEFINES WRK-MES-ANTERIOR
                                   PIC  9(006).
      *
      * CALCULO DA COMISSAO DA LIQUIDACAO CORRENTE
        77 WRK-QTDE-DIAS-ATRASO    PIC  9(006)         VALUE ZEROS.
        77 WRK-VLR-COMISSAO        PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-DIFERENCA       PIC S9(013)V99      VALUE ZEROS.
        77 WRK-DES-OBSERVACAO      PIC  X(020)         VALUE SPACES.
      *
      * QUEBRA POR ASSESSORIA NA SAIDA DO SORT
        77 WRK-ASS-ANTERIOR        PIC  X(006)         VALUE SPACES.
        77 WRK-IND-PRIMEIRA-ASS    PIC  X(001)         VALUE 'S'.
           88 WRK-PRIMEIRA-ASS     VALUE 'S'.
      *
      * LOG DE LIQUIDACOES E CREDITOS DO BANCO SAO OPCIONAIS (MES SEM
      * MOVIMENTO)
        77 WRK-IND-SEM-ARQLIQ01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQLIQ01     VALUE 'S'.
        77 WRK-IND-SEM-ARQBNC01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQBNC01     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQCMS01      VALUE 'ARQCMS01'.
           88 WRK-CN-ARQLIQ01      VALUE 'ARQLIQ01'.
           88 WRK-CN-ARQBNC01      VALUE 'ARQBNC01'.
           88 WRK-CN-ARQCMA01      VALUE 'ARQCMA01'.
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
           05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
              88 WRK-FS-PARM-OK    VALUE '00'.
           05 WRK-FS-ARQCMS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CMS01-OK   VALUE '00'.
              88 WRK-FS-CMS01-FIM  VALUE '10'.
           05 WRK-FS-ARQLIQ01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LIQ01-OK   VALUE '00'.
              88 WRK-FS-LIQ01-FIM  VALUE '10'.
              88 WRK-FS-LIQ01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQBNC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-BNC01-OK   VALUE '00'.
              88 WRK-FS-BNC01-FIM  VALUE '10'.
              88 WRK-FS-BNC01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCMA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CMA01-OK   VALUE '00'.
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
           03 FILLER               PIC  X(054) VALUE
           'EXER0358 - COMISSAO DAS ASSESSORIAS DE COBRANCA - MES '.
           03 REL-TIT-MES-REF      PIC  9(006) VALUE ZEROS.
           03 FILLER               PIC  X(072) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-ASSESSORIA.
           03 FILLER               PIC  X(012) VALUE 'ASSESSORIA: '.
           03 REL-ASS-COD-ASSESSORIA PIC X(006) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ASS-DES-ASSESSORIA PIC X(040) VALUE SPACES.
           03 FILLER               PIC  X(073) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(005) VALUE ' AGEN'.
           03 FILLER               PIC  X(009) VALUE ' CONTA   '.
           03 FILLER               PIC  X(003) VALUE ' CT'.
           03 FILLER               PIC  X(009) VALUE ' DT.LIQ. '.
           03 FILLER               PIC  X(018) VALUE
              '  VALOR RECUPERADO'.
           03 FILLER               PIC  X(006) VALUE '  DIAS'.
           03 FILLER               PIC  X(007) VALUE '    PCT'.
           03 FILLER               PIC  X(018) VALUE
              '          COMISSAO'.
           03 FILLER               PIC  X(021) VALUE ' OBSERVACAO'.
           03 FILLER               PIC  X(036) VALUE SPACES.
      *
        01 REL-LINHA-DETALHE.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTRATO PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DAT-LIQUIDACAO PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-RECUPERADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-QTDE-DIAS    PIC  ZZZZ9  VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-PCT-COMISSAO PIC  ZZ9,99 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-COMISSAO PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-OBSERVACAO   PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(036) VALUE SPACES.
      *
        01 REL-LINHA-TOT-ASSESSORIA.
           03 FILLER               PIC  X(017) VALUE
              'TOTAL ASSESSORIA '.
           03 REL-TAS-COD-ASSESSORIA PIC X(006) VALUE SPACES.
           03 FILLER               PIC  X(014) VALUE '  LIQUIDACOES:'.
           03 REL-TAS-QTDE         PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(014) VALUE '  RECUPERADO: '.
           03 REL-TAS-VLR-RECUPERADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(012) VALUE '  COMISSAO: '.
           03 REL-TAS-VLR-COMISSAO PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(029) VALUE SPACES.
      *
        01 REL-LINHA-CONCILIACAO.
           03 FILLER               PIC  X(024) VALUE
              'CONCILIACAO - REPASSES: '.
           03 REL-CON-QTDE         PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(013) VALUE '  REPASSADO: '.
           03 REL-CON-VLR-REPASSADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(013) VALUE '  DIFERENCA: '.
           03 REL-CON-VLR-DIFERENCA PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-CON-SITUACAO     PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(020) VALUE SPACES.
      *
        01 REL-LINHA-TOT-GERAL.
           03 FILLER               PIC  X(023) VALUE 'TOTAL GERAL'.
           03 FILLER               PIC  X(014) VALUE '  LIQUIDACOES:'.
           03 REL-TGE-QTDE         PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(014) VALUE '  RECUPERADO: '.
           03 REL-TGE-VLR-RECUPERADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(012) VALUE '  COMISSAO: '.
           03 REL-TGE-VLR-COMISSAO PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(029) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA - A ENTRADA DO SORT JUNTA AS   *
      *    LIQUIDACOES E OS REPASSES DO MES, A SAIDA CALCULA A         *
      *    COMISSAO E IMPRIME O EXTRATO POR ASSESSORIA                 *
      *----------------------------------------------------------------*
        0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
            PERFORM 1000-INICIALIZAR
      *
            SORT ARQSRT01
                ON ASCENDING KEY SRT-COD-ASSESSORIA
                                 SRT-IND-TIPO
                                 SRT-COD-AGENCIA
                                 SRT-NUM-CONTA
                                 SRT-NUM-CONTRATO
                                 SRT-DATA
                INPUT  PROCEDURE IS 2000-SELECIONA-MOVIMENTO
                OUTPUT PROCEDURE IS 2500-CALCULA-COMISSAO
      *
            PERFORM 3000-GRAVA-COMISSAO-AGENCIA
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
            INITIALIZE                  WRK-TAB-AGENCIAS

            PERFORM 1100-LER-PARAMETROS

            PERFORM 1200-CARREGA-COMISSAO

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-MES-REFERENCIA     TO REL-TIT-MES-REF
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O MES DE REFERENCIA NO CARTAO DE PARAMETRO - SEM CARTAO  *
      *    OU COM MES ZERADO, ASSUME O MES ANTERIOR AO DA DATA DO RUN  *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM22-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM22-MES-REFERENCIA TO WRK-MES-REFERENCIA
               END-IF

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF

            IF WRK-MES-REFERENCIA EQUAL ZEROS
               COMPUTE WRK-MES-ANTERIOR-NUM = WRK-RUN-DATA / 100
               IF WRK-MES-ANT-MES GREATER 1
                  SUBTRACT 1            FROM WRK-MES-ANT-MES
               ELSE
                  MOVE 12               TO WRK-MES-ANT-MES
                  SUBTRACT 1            FROM WRK-MES-ANT-ANO
               END-IF
               MOVE WRK-MES-ANTERIOR-NUM TO WRK-MES-REFERENCIA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARREGA A TABELA DE COMISSAO (ARQCMS01) NA ORDEM DO ARQUIVO *
      *    - TABELA MAIOR QUE A AREA INTERNA CANCELA O PROGRAMA        *
      *----------------------------------------------------------------*
        1200-CARREGA-COMISSAO           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCMS01         TO TRUE
            OPEN INPUT ARQCMS01
            IF NOT WRK-FS-CMS01-OK
               MOVE WRK-FS-ARQCMS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1200-10-LER-ARQCMS01
                UNTIL WRK-FS-CMS01-FIM

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCMS01
            IF NOT WRK-FS-CMS01-OK
               MOVE WRK-FS-ARQCMS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-10-LER-ARQCMS01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCMS01         TO TRUE
            READ ARQCMS01               INTO CMS01-REGISTRO
            EVALUATE WRK-FS-ARQCMS01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQCMS01
                     IF WRK-QTDE-CMS GREATER OR EQUAL 2000
              DISPLAY '************************************************'
              DISPLAY '*  QTDE DE FAIXAS EXCEDE A TABELA INTERNA DE   *'
              DISPLAY '*  COMISSAO                                    *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
                        MOVE 12         TO WRK-COD-RETORNO
                        PERFORM 9900-FIM-PROGRAMA
                     END-IF
                     ADD 1              TO WRK-QTDE-CMS
                     MOVE CMS01-COD-ASSESSORIA
                       TO WRK-CMS-COD-ASSESSORIA (WRK-QTDE-CMS)
                     MOVE CMS01-COD-AGENCIA
                       TO WRK-CMS-COD-AGENCIA (WRK-QTDE-CMS)
                     MOVE CMS01-QTD-DIAS-ATE
                       TO WRK-CMS-QTD-DIAS-ATE (WRK-QTDE-CMS)
                     MOVE CMS01-PCT-COMISSAO
                       TO WRK-CMS-PCT-COMISSAO (WRK-QTDE-CMS)
                     MOVE CMS01-VLR-MINIMO
                       TO WRK-CMS-VLR-MINIMO (WRK-QTDE-CMS)
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCMS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ENTRADA DO SORT - LIQUIDACOES DO LOG COM DATA NO MES DE     *
      *    REFERENCIA E REPASSES DE ASSESSORIA CREDITADOS NO MES       *
      *----------------------------------------------------------------*
        2000-SELECIONA-MOVIMENTO        SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQLIQ01         TO TRUE
            OPEN INPUT ARQLIQ01
            EVALUATE TRUE
                WHEN WRK-FS-LIQ01-NAO-EXISTE
                     SET WRK-SEM-ARQLIQ01 TO TRUE
                WHEN WRK-FS-LIQ01-OK
                     PERFORM 2100-LER-LIQUIDACAO
                         UNTIL WRK-FS-LIQ01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQLIQ01
                WHEN OTHER
                     MOVE WRK-FS-ARQLIQ01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQBNC01         TO TRUE
            OPEN INPUT ARQBNC01
            EVALUATE TRUE
                WHEN WRK-FS-BNC01-NAO-EXISTE
                     SET WRK-SEM-ARQBNC01 TO TRUE
                WHEN WRK-FS-BNC01-OK
                     PERFORM 2200-LER-CREDITO
                         UNTIL WRK-FS-BNC01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQBNC01
                WHEN OTHER
                     MOVE WRK-FS-ARQBNC01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2100-LER-LIQUIDACAO             SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQLIQ01         TO TRUE
            READ ARQLIQ01               INTO LIQ01-REGISTRO
            EVALUATE WRK-FS-ARQLIQ01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQLIQ01
      * O MES DA LIQUIDACAO E O DO PROCESSAMENTO QUE APLICOU O RETORNO
      * (DAT-REGISTRO) - RETORNO COM OCORRENCIA NO FIM DO MES APLICADO
      * NO MES SEGUINTE NAO FICA FORA DAS DUAS COMISSOES. A OCORRENCIA
      * CONTINUA SENDO A DATA DA LIQUIDACAO PARA A FAIXA DE ATRASO
                     COMPUTE WRK-MES-MOVIMENTO =
                             LIQ01-DAT-REGISTRO / 100
                     IF WRK-MES-MOVIMENTO EQUAL WRK-MES-REFERENCIA
                        INITIALIZE      SRT-REGISTRO
                        MOVE LIQ01-COD-ASSESSORIA
                                        TO SRT-COD-ASSESSORIA
                        SET SRT-LIQUIDACAO     TO TRUE
                        MOVE LIQ01-COD-AGENCIA TO SRT-COD-AGENCIA
                        MOVE LIQ01-NUM-CONTA   TO SRT-NUM-CONTA
                        MOVE LIQ01-NUM-CONTRATO TO SRT-NUM-CONTRATO
                        MOVE LIQ01-DAT-OCORRENCIA TO SRT-DATA
                        MOVE LIQ01-VLR-RECUPERADO TO SRT-VALOR
                        MOVE LIQ01-DAT-VENC-ANTIGA
                                        TO SRT-DAT-VENC-ANTIGA
                        RELEASE SRT-REGISTRO
                        ADD 1           TO ACU-LIQUIDACOES-MES
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQLIQ01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2200-LER-CREDITO                SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQBNC01         TO TRUE
            READ ARQBNC01               INTO BNC01-REGISTRO
            EVALUATE WRK-FS-ARQBNC01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQBNC01
                     COMPUTE WRK-MES-MOVIMENTO =
                             BNC01-DAT-CREDITO / 100
                     IF BNC01-ORIGEM-ASSESSORIA
                        AND WRK-MES-MOVIMENTO EQUAL WRK-MES-REFERENCIA
                        INITIALIZE      SRT-REGISTRO
                        MOVE BNC01-COD-ASSESSORIA
                                        TO SRT-COD-ASSESSORIA
                        SET SRT-REPASSE        TO TRUE
                        MOVE BNC01-COD-AGENCIA TO SRT-COD-AGENCIA
                        MOVE BNC01-DAT-CREDITO TO SRT-DATA
                        MOVE BNC01-VLR-CREDITO TO SRT-VALOR
                        RELEASE SRT-REGISTRO
                        ADD 1           TO ACU-REPASSES-MES
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQBNC01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        2200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SAIDA DO SORT - CALCULA A COMISSAO DE CADA LIQUIDACAO E     *
      *    CONFERE OS REPASSES, COM QUEBRA POR ASSESSORIA              *
      *----------------------------------------------------------------*
        2500-CALCULA-COMISSAO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE '00'                   TO WRK-FS-SORT
            PERFORM 2510-RETORNA-MOVIMENTO
                UNTIL WRK-FS-SORT-FIM
      *
            IF NOT WRK-PRIMEIRA-ASS
               PERFORM 2800-FECHA-ASSESSORIA
            END-IF
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-TOT-QTD-LIQUIDACOES TO REL-TGE-QTDE
            MOVE ACU-TOT-VLR-RECUPERADO TO REL-TGE-VLR-RECUPERADO
            MOVE ACU-TOT-VLR-COMISSAO   TO REL-TGE-VLR-COMISSAO
            MOVE REL-LINHA-TOT-GERAL    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        2500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2510-RETORNA-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*
      *
            RETURN ARQSRT01
                AT END
                    MOVE '10'           TO WRK-FS-SORT
                NOT AT END
                    PERFORM 2520-TRATA-MOVIMENTO
            END-RETURN
            .
      *
      *----------------------------------------------------------------*
        2510-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA UM MOVIMENTO CLASSIFICADO - ASSESSORIA NOVA FECHA A   *
      *    ANTERIOR E ABRE O SEU EXTRATO; LIQUIDACAO RECEBE A          *
      *    COMISSAO; REPASSE SOMA NO VALOR REPASSADO DA ASSESSORIA     *
      *----------------------------------------------------------------*
        2520-TRATA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-PRIMEIRA-ASS
               OR SRT-COD-ASSESSORIA NOT EQUAL WRK-ASS-ANTERIOR
               IF NOT WRK-PRIMEIRA-ASS
                  PERFORM 2800-FECHA-ASSESSORIA
               END-IF
               PERFORM 2550-ABRE-ASSESSORIA
            END-IF
      *
            IF SRT-REPASSE
               ADD 1                    TO ACU-ASS-QTD-REPASSES
               ADD SRT-VALOR            TO ACU-ASS-VLR-REPASSADO
               GO TO 2520-99-FIM
            END-IF
      *
            PERFORM 2600-APURA-DIAS-ATRASO
            PERFORM 2700-PROCURA-TAXA
      *
            MOVE SPACES                 TO WRK-DES-OBSERVACAO
            MOVE ZEROS                  TO WRK-VLR-COMISSAO
            IF WRK-TAXA-NAO-ACHADA
               ADD 1                    TO ACU-SEM-TAXA
               MOVE 'SEM TAXA NA TABELA' TO WRK-DES-OBSERVACAO
               MOVE ZEROS               TO REL-DET-PCT-COMISSAO
            ELSE
               COMPUTE WRK-VLR-COMISSAO ROUNDED =
                       SRT-VALOR
                     * WRK-CMS-PCT-COMISSAO (WRK-IND-SUB-TAXA) / 100
               IF WRK-VLR-COMISSAO
                       LESS WRK-CMS-VLR-MINIMO (WRK-IND-SUB-TAXA)
                  MOVE WRK-CMS-VLR-MINIMO (WRK-IND-SUB-TAXA)
                                        TO WRK-VLR-COMISSAO
                  ADD 1                 TO ACU-COMISSAO-MINIMA
                  MOVE 'COMISSAO MINIMA' TO WRK-DES-OBSERVACAO
               END-IF
               MOVE WRK-CMS-PCT-COMISSAO (WRK-IND-SUB-TAXA)
                                        TO REL-DET-PCT-COMISSAO
            END-IF
      *
            MOVE SRT-COD-AGENCIA        TO REL-DET-COD-AGENCIA
            MOVE SRT-NUM-CONTA          TO REL-DET-NUM-CONTA
            MOVE SRT-NUM-CONTRATO       TO REL-DET-NUM-CONTRATO
            MOVE SRT-DATA               TO REL-DET-DAT-LIQUIDACAO
            MOVE SRT-VALOR              TO REL-DET-VLR-RECUPERADO
            MOVE WRK-QTDE-DIAS-ATRASO   TO REL-DET-QTDE-DIAS
            MOVE WRK-VLR-COMISSAO       TO REL-DET-VLR-COMISSAO
            MOVE WRK-DES-OBSERVACAO     TO REL-DET-OBSERVACAO
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            ADD 1                       TO ACU-ASS-QTD-LIQUIDACOES
            ADD SRT-VALOR               TO ACU-ASS-VLR-RECUPERADO
            ADD WRK-VLR-COMISSAO        TO ACU-ASS-VLR-COMISSAO
      *
            IF SRT-COD-AGENCIA GREATER ZEROS
               MOVE SRT-COD-AGENCIA     TO WRK-IND-SUB-AGE
               ADD WRK-VLR-COMISSAO
                 TO WRK-AGE-VLR-COMISSAO (WRK-IND-SUB-AGE)
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2520-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ABRE O EXTRATO DA ASSESSORIA DO MOVIMENTO CORRENTE          *
      *----------------------------------------------------------------*
        2550-ABRE-ASSESSORIA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-PRIMEIRA-ASS
            MOVE SRT-COD-ASSESSORIA     TO WRK-ASS-ANTERIOR
            MOVE ZEROS                  TO ACU-ASS-QTD-LIQUIDACOES
                                           ACU-ASS-VLR-RECUPERADO
                                           ACU-ASS-VLR-COMISSAO
                                           ACU-ASS-QTD-REPASSES
                                           ACU-ASS-VLR-REPASSADO
      *
            MOVE SRT-COD-ASSESSORIA     TO REL-ASS-COD-ASSESSORIA
            IF SRT-COD-ASSESSORIA EQUAL SPACES
               MOVE 'RETORNO SEM CODIGO DE ASSESSORIA'
                                        TO REL-ASS-DES-ASSESSORIA
            ELSE
               MOVE SPACES              TO REL-ASS-DES-ASSESSORIA
            END-IF
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-ASSESSORIA   TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        2550-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    DIAS CORRIDOS DO VENCIMENTO MAIS ANTIGO EM ABERTO (GRAVADO  *
      *    NO LOG PELO EXER0327) ATE A DATA DA LIQUIDACAO, PELA        *
      *    CALE2000. SEM VENCIMENTO OU RETORNO NAO-OK ASSUME ZEROS     *
      *----------------------------------------------------------------*
        2600-APURA-DIAS-ATRASO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-QTDE-DIAS-ATRASO
      *
            IF SRT-DAT-VENC-ANTIGA EQUAL SPACES
               GO TO 2600-99-FIM
            END-IF
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
            MOVE SRT-DAT-VENC-ANTIGA    TO CALE01-VLR-ARGUMENTO-INI
            MOVE SRT-DATA               TO CALE01-VLR-ARGUMENTO-FINAL

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
        2600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCURA NA TABELA A TAXA DA LIQUIDACAO CORRENTE - FAIXA DA  *
      *    ASSESSORIA QUE COMPORTA OS DIAS DE ATRASO, DA PROPRIA       *
      *    AGENCIA OU, NA FALTA DELA, GERAL (AGENCIA ZEROS); ENTRE AS  *
      *    QUE COMPORTAM, A DE MENOR LIMITE. DEVOLVE A OCORRENCIA EM   *
      *    WRK-IND-SUB-TAXA                                            *
      *----------------------------------------------------------------*
        2700-PROCURA-TAXA               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE SPACES                 TO WRK-IND-TAXA-ACHADA
            MOVE ZEROS                  TO WRK-IND-SUB-TAXA
            PERFORM 2700-10-COMPARA-TAXA
                VARYING WRK-IND-SUB-CMS FROM 1 BY 1
                UNTIL WRK-IND-SUB-CMS GREATER WRK-QTDE-CMS
            .
      *
      *----------------------------------------------------------------*
        2700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2700-10-COMPARA-TAXA            SECTION.
      *----------------------------------------------------------------*
            IF WRK-CMS-COD-ASSESSORIA (WRK-IND-SUB-CMS)
                                   NOT EQUAL SRT-COD-ASSESSORIA
               OR WRK-CMS-QTD-DIAS-ATE (WRK-IND-SUB-CMS)
                                   LESS WRK-QTDE-DIAS-ATRASO
               GO TO 2700-10-99-FIM
            END-IF
      *
            EVALUATE TRUE
                WHEN WRK-CMS-COD-AGENCIA (WRK-IND-SUB-CMS)
                                        EQUAL SRT-COD-AGENCIA
                     SET WRK-CANDIDATA-ESPECIFICA TO TRUE
                WHEN WRK-CMS-COD-AGENCIA (WRK-IND-SUB-CMS)
                                        EQUAL ZEROS
                     SET WRK-CANDIDATA-GERAL TO TRUE
                WHEN OTHER
                     GO TO 2700-10-99-FIM
            END-EVALUATE
      *
      * FAIXA GERAL NAO SUBSTITUI FAIXA DA AGENCIA JA ESCOLHIDA
            IF WRK-TAXA-ESPECIFICA
               AND WRK-CANDIDATA-GERAL
               GO TO 2700-10-99-FIM
            END-IF
      *
      * MESMO TIPO DE FAIXA - FICA A DE MENOR LIMITE
            IF WRK-IND-TAXA-ACHADA EQUAL WRK-IND-TAXA-CANDIDATA
               AND WRK-CMS-QTD-DIAS-ATE (WRK-IND-SUB-CMS)
                   NOT LESS WRK-CMS-QTD-DIAS-ATE (WRK-IND-SUB-TAXA)
               GO TO 2700-10-99-FIM
            END-IF
      *
            MOVE WRK-IND-TAXA-CANDIDATA TO WRK-IND-TAXA-ACHADA
            MOVE WRK-IND-SUB-CMS        TO WRK-IND-SUB-TAXA
            .
      *----------------------------------------------------------------*
        2700-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FECHA O EXTRATO DA ASSESSORIA ANTERIOR - TOTAIS E           *
      *    CONFERENCIA DO VALOR RECUPERADO CONTRA O VALOR REPASSADO.   *
      *    REPASSE DIVERGENTE MARCA O RETURN-CODE 4                    *
      *----------------------------------------------------------------*
        2800-FECHA-ASSESSORIA           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-ASS-ANTERIOR       TO REL-TAS-COD-ASSESSORIA
            MOVE ACU-ASS-QTD-LIQUIDACOES TO REL-TAS-QTDE
            MOVE ACU-ASS-VLR-RECUPERADO TO REL-TAS-VLR-RECUPERADO
            MOVE ACU-ASS-VLR-COMISSAO   TO REL-TAS-VLR-COMISSAO
            MOVE REL-LINHA-TOT-ASSESSORIA TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            COMPUTE WRK-VLR-DIFERENCA = ACU-ASS-VLR-REPASSADO
                                      - ACU-ASS-VLR-RECUPERADO
            EVALUATE TRUE
                WHEN WRK-VLR-DIFERENCA EQUAL ZEROS
                     MOVE 'CONCILIADO'  TO REL-CON-SITUACAO
                WHEN WRK-VLR-DIFERENCA LESS ZEROS
                     MOVE 'REPASSE A MENOR' TO REL-CON-SITUACAO
                     ADD 1              TO ACU-ASS-DIVERGENTES
                WHEN OTHER
                     MOVE 'REPASSE A MAIOR' TO REL-CON-SITUACAO
                     ADD 1              TO ACU-ASS-DIVERGENTES
            END-EVALUATE
            IF WRK-VLR-DIFERENCA NOT EQUAL ZEROS
               AND WRK-COD-RETORNO EQUAL ZEROS
               MOVE 4                   TO WRK-COD-RETORNO
            END-IF
      *
            MOVE ACU-ASS-QTD-REPASSES   TO REL-CON-QTDE
            MOVE ACU-ASS-VLR-REPASSADO  TO REL-CON-VLR-REPASSADO
            MOVE WRK-VLR-DIFERENCA      TO REL-CON-VLR-DIFERENCA
            MOVE REL-LINHA-CONCILIACAO  TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            ADD ACU-ASS-QTD-LIQUIDACOES TO ACU-TOT-QTD-LIQUIDACOES
            ADD ACU-ASS-VLR-RECUPERADO  TO ACU-TOT-VLR-RECUPERADO
            ADD ACU-ASS-VLR-COMISSAO    TO ACU-TOT-VLR-COMISSAO
            .
      *
      *----------------------------------------------------------------*
        2800-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A COMISSAO DO MES POR AGENCIA PARA A INTERFACE        *
      *    CONTABIL - UM REGISTRO POR AGENCIA COM COMISSAO             *
      *----------------------------------------------------------------*
        3000-GRAVA-COMISSAO-AGENCIA     SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCMA01         TO TRUE
            OPEN OUTPUT ARQCMA01
            IF NOT WRK-FS-CMA01-OK
               MOVE WRK-FS-ARQCMA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            PERFORM 3100-GRAVA-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999
      *
            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCMA01
            IF NOT WRK-FS-CMA01-OK
               MOVE WRK-FS-ARQCMA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-GRAVA-AGENCIA              SECTION.
      *----------------------------------------------------------------*
            IF WRK-AGE-VLR-COMISSAO (WRK-IND-SUB-AGE) EQUAL ZEROS
               GO TO 3100-99-FIM
            END-IF
      *
            INITIALIZE                  CMA01-REGISTRO
            MOVE WRK-RUN-DATA           TO CMA01-DAT-PROCESSAMENTO
            MOVE WRK-MES-REFERENCIA     TO CMA01-MES-REFERENCIA
            MOVE WRK-IND-SUB-AGE        TO CMA01-COD-AGENCIA
            MOVE WRK-AGE-VLR-COMISSAO (WRK-IND-SUB-AGE)
                                        TO CMA01-VLR-COMISSAO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQCMA01         TO TRUE
            WRITE FD-ARQCMA01           FROM CMA01-REGISTRO
            IF NOT WRK-FS-CMA01-OK
               MOVE WRK-FS-ARQCMA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            ADD 1                       TO ACU-GRAVADOS-ARQCMA01
            .
      *----------------------------------------------------------------*
        3100-99-FIM.
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ACU-LIDOS-ARQCMS01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0358        *'
            DISPLAY '* MES DE REFERENCIA.......: ' WRK-MES-REFERENCIA
            DISPLAY '* FAIXAS DE COMISSAO......: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQLIQ01      TO WRK-MASK-QTDREG
            DISPLAY '* LIQUIDACOES LIDAS NO LOG: ' WRK-MASK-QTDREG
            MOVE ACU-LIQUIDACOES-MES     TO WRK-MASK-QTDREG
            DISPLAY '* LIQUIDACOES DO MES......: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-TAXA            TO WRK-MASK-QTDREG
            DISPLAY '* LIQUIDACOES SEM TAXA....: ' WRK-MASK-QTDREG
            MOVE ACU-COMISSAO-MINIMA     TO WRK-MASK-QTDREG
            DISPLAY '* COM COMISSAO MINIMA.....: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQBNC01      TO WRK-MASK-QTDREG
            DISPLAY '* CREDITOS LIDOS NO BANCO.: ' WRK-MASK-QTDREG
            MOVE ACU-REPASSES-MES        TO WRK-MASK-QTDREG
            DISPLAY '* REPASSES DO MES.........: ' WRK-MASK-QTDREG
            MOVE ACU-ASS-DIVERGENTES     TO WRK-MASK-QTDREG
            DISPLAY '* ASSESSORIAS DIVERGENTES.: ' WRK-MASK-QTDREG
            MOVE ACU-GRAVADOS-ARQCMA01   TO WRK-MASK-QTDREG
            DISPLAY '* AGENCIAS NO ARQCMA01....: ' WRK-MASK-QTDREG
            IF WRK-SEM-ARQLIQ01
               DISPLAY '* LOG DE LIQUIDACOES (ARQLIQ01) AUSENTE       *'
            END-IF
            IF WRK-SEM-ARQBNC01
               DISPLAY '* CREDITOS DO BANCO (ARQBNC01) AUSENTES       *'
            END-IF
            IF WRK-COD-RETORNO NOT EQUAL ZEROS
               DISPLAY '* REPASSE DIVERGENTE - RC=4                   *'
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
      *    AO SCHEDULER (0 = TUDO OK, 4 = REPASSE DIVERGENTE,          *
      *    12 = ERRO)                                                  *
      *----------------------------------------------------------------*
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
      *
