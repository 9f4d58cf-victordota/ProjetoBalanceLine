      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0360.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: LISTAGEM DA SITUACAO DA CADEIA NOTURNA PARA   *
      *    UMA DATA DE PROCESSAMENTO (CARTAO ARQPARM, BOOK PAR03160 -  *
      *    SEM CARTAO, A DATA CORRENTE). PARA CADA ETAPA DA CADEIA     *
      *    (EXER0318, EXER0312 OU EXER0334, EXER0317, EXER0322,        *
      *    EXER0324, EXER0340 E EXER0325) MOSTRA, A PARTIR DO          *
      *    CONTROLE DA CADEIA (ARQCHN01, BOOK CHN03160), SE A ETAPA    *
      *    RODOU, QUANDO COMECOU E TERMINOU, O RETURN-CODE, A QTDE DE  *
      *    EXECUCOES NA DATA E SE ESTA LIBERADA OU BLOQUEADA PELA      *
      *    ETAPA ANTERIOR. NO FINAL INDICA O PONTO DE RETOMADA (A      *
      *    PRIMEIRA ETAPA AINDA NAO CONCLUIDA OK) OU A CADEIA          *
      *    COMPLETA. ETAPA TERMINADA COM ERRO OU INTERROMPIDA          *
      *    TERMINA O PROGRAMA COM RETURN-CODE 4.                       *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03160
      *      ARQCHN01                                  CHN03160
      *      ARQREL01                                  (LINHA 132)
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

            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.

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
        01 FD-ARQPARM              PIC X(08).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

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
            COPY PAR03160.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-CONCLUIDAS          PIC  9(005)         VALUE ZEROS.
        77 ACU-COM-ERRO            PIC  9(005)         VALUE ZEROS.
        77 ACU-INICIADAS           PIC  9(005)         VALUE ZEROS.
        77 ACU-NAO-EXECUTADAS      PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DAS ETAPAS DA CADEIA'.
      *----------------------------------------------------------------*
      *
      * ETAPAS NA ORDEM DA CADEIA - PROGRAMA, GRUPO, GRUPO DA ETAPA
      * ANTERIOR (0 = PRIMEIRA ETAPA), DESCRICAO E ETAPA ANTERIOR.
      * AS ETAPAS DO MESMO GRUPO SAO ALTERNATIVAS (O BALANCE LINE
      * RODA INTEIRO PELO EXER0312 OU EM PARTICOES CONSOLIDADAS PELO
      * EXER0334) - O GRUPO ESTA OK COM QUALQUER UMA CONCLUIDA OK
        01 WRK-TAB-ETAPAS-PADRAO.
           03 FILLER               PIC  X(053) VALUE
              'EXER031810PRE-CRITICA DO MOVIMENTO      -            '.
           03 FILLER               PIC  X(053) VALUE
              'EXER031221BALANCE LINE                  EXER0318     '.
           03 FILLER               PIC  X(053) VALUE
              'EXER033421CONSOLIDACAO DAS PARTICOES    EXER0318     '.
           03 FILLER               PIC  X(053) VALUE
              'EXER031732CONFERENCIA DAS SAIDAS        EXER0312/0334'.
           03 FILLER               PIC  X(053) VALUE
              'EXER032243INTERFACE CONTABIL            EXER0317     '.
           03 FILLER               PIC  X(053) VALUE
              'EXER032453CARTAS DE COBRANCA            EXER0317     '.
           03 FILLER               PIC  X(053) VALUE
              'EXER034063EXTRATO DO BUREAU DE CREDITO  EXER0317     '.
           03 FILLER               PIC  X(053) VALUE
              'EXER032573CONCILIACAO BANCARIA          EXER0317     '.
        01 WRK-TAB-ETAPAS REDEFINES WRK-TAB-ETAPAS-PADRAO.
           03 WRK-ETP-OCORRENCIA   OCCURS 8 TIMES.
              05 WRK-ETP-COD-ETAPA PIC  X(008).
              05 WRK-ETP-NUM-GRUPO PIC  9(001).
              05 WRK-ETP-NUM-GRUPO-ANTERIOR PIC 9(001).
              05 WRK-ETP-DES-ETAPA PIC  X(030).
              05 WRK-ETP-DES-ANTERIOR PIC X(013).
      *
      * SITUACAO DE CADA ETAPA LIDA DO CONTROLE DA CADEIA (SITUACAO
      * EM BRANCO = ETAPA SEM REGISTRO NA DATA)
        01 WRK-TAB-SITUACAO.
           03 WRK-SIT-OCORRENCIA   OCCURS 8 TIMES.
              05 WRK-SIT-IND-SITUACAO PIC X(001).
              05 WRK-SIT-DAT-INICIO PIC 9(008).
              05 WRK-SIT-HOR-INICIO PIC 9(006).
              05 WRK-SIT-DAT-FIM   PIC  9(008).
              05 WRK-SIT-HOR-FIM   PIC  9(006).
              05 WRK-SIT-COD-RETORNO PIC 9(002).
              05 WRK-SIT-QTD-EXECUCOES PIC 9(003).
      *
      * GRUPO CONCLUIDO OK ('S') - UMA ETAPA DO GRUPO CONCLUIDA OK
        01 WRK-TAB-GRUPOS.
           03 WRK-GRP-IND-OK       PIC  X(001) OCCURS 7 TIMES.
      *
        77 WRK-IND-ETAPA           PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-GRUPO           PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-RETOMADA        PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0360'.
      *
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
        77 WRK-DAT-CADEIA          PIC  9(008)         VALUE ZEROS.
      *
      * CONTROLE DA CADEIA AINDA NAO CRIADO - NENHUMA ETAPA RODOU
        77 WRK-IND-SEM-ARQCHN01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQCHN01     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQCHN01      VALUE 'ARQCHN01'.
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
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.
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
           03 FILLER               PIC  X(039) VALUE
              'EXER0360 - SITUACAO DA CADEIA NOTURNA -'.
           03 FILLER               PIC  X(023) VALUE
              ' DATA DE PROCESSAMENTO '.
           03 REL-TIT-DAT-CADEIA   PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(011) VALUE ' - EMISSAO '.
           03 REL-TIT-DAT-RUN      PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TIT-HOR-RUN      PIC  9(006) VALUE ZEROS.
           03 FILLER               PIC  X(036) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(043) VALUE
              'G  ETAPA    DESCRICAO'.
           03 FILLER               PIC  X(039) VALUE
              'ANTERIOR      SITUACAO'.
           03 FILLER               PIC  X(050) VALUE
              'INICIO          FIM             RC QTD LIBERACAO'.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-NUM-GRUPO    PIC  9(001) VALUE ZEROS.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-COD-ETAPA    PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-ETAPA    PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-ANTERIOR PIC  X(013) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-SITUACAO PIC  X(024) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DAT-INICIO   PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-HOR-INICIO   PIC  X(006) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DAT-FIM      PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-HOR-FIM      PIC  X(006) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COD-RETORNO  PIC  X(002) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-QTD-EXECUCOES PIC X(003) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-LIBERACAO PIC X(009) VALUE SPACES.
           03 FILLER               PIC  X(002) VALUE SPACES.
      *
        01 REL-LINHA-RETOMADA.
           03 FILLER               PIC  X(029) VALUE
              'PONTO DE RETOMADA DA CADEIA: '.
           03 REL-RET-COD-ETAPA    PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(003) VALUE ' - '.
           03 REL-RET-DES-ETAPA    PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RET-DES-OBSERVACAO PIC X(061) VALUE SPACES.
      *
        01 REL-LINHA-COMPLETA.
           03 FILLER               PIC  X(050) VALUE
              'CADEIA COMPLETA - TODAS AS ETAPAS CONCLUIDAS OK'.
           03 FILLER               PIC  X(082) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL.
           03 FILLER               PIC  X(012) VALUE 'CONCLUIDAS: '.
           03 REL-TOT-CONCLUIDAS   PIC  Z9     VALUE ZEROS.
           03 FILLER               PIC  X(012) VALUE
              '  COM ERRO: '.
           03 REL-TOT-COM-ERRO     PIC  Z9     VALUE ZEROS.
           03 FILLER               PIC  X(028) VALUE
              '  INICIADAS SEM TERMINO: '.
           03 REL-TOT-INICIADAS    PIC  Z9     VALUE ZEROS.
           03 FILLER               PIC  X(018) VALUE
              '  NAO EXECUTADAS: '.
           03 REL-TOT-NAO-EXECUTADAS PIC Z9    VALUE ZEROS.
           03 FILLER               PIC  X(056) VALUE SPACES.
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
            PERFORM 2000-LER-ETAPAS
      *
            PERFORM 3000-IMPRIME-CADEIA
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
            MOVE ALL 'N'                TO WRK-TAB-GRUPOS

            PERFORM 1100-LER-PARAMETROS

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            OPEN INPUT ARQCHN01
            EVALUATE TRUE
                WHEN WRK-FS-CHN01-NAO-EXISTE
                     SET WRK-SEM-ARQCHN01 TO TRUE
                WHEN WRK-FS-CHN01-OK
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCHN01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-DAT-CADEIA         TO REL-TIT-DAT-CADEIA
            MOVE WRK-RUN-DATA           TO REL-TIT-DAT-RUN
            MOVE WRK-RUN-HORA           TO REL-TIT-HOR-RUN
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
      *    LE A DATA DE PROCESSAMENTO NO CARTAO DE PARAMETRO (SEM      *
      *    CARTAO OU ZERADA, A DATA CORRENTE)                          *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
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
               MOVE WRK-RUN-DATA        TO WRK-DAT-CADEIA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE NO CONTROLE DA CADEIA O REGISTRO DE CADA ETAPA NA DATA   *
      *    DE PROCESSAMENTO E MARCA OS GRUPOS CONCLUIDOS OK            *
      *----------------------------------------------------------------*
        2000-LER-ETAPAS                 SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 2100-LER-ETAPA
                VARYING WRK-IND-ETAPA FROM 1 BY 1
                UNTIL WRK-IND-ETAPA GREATER 8
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2100-LER-ETAPA                  SECTION.
      *----------------------------------------------------------------*
            MOVE SPACES         TO WRK-SIT-IND-SITUACAO(WRK-IND-ETAPA)
            MOVE ZEROS          TO WRK-SIT-DAT-INICIO(WRK-IND-ETAPA)
                                   WRK-SIT-HOR-INICIO(WRK-IND-ETAPA)
                                   WRK-SIT-DAT-FIM(WRK-IND-ETAPA)
                                   WRK-SIT-HOR-FIM(WRK-IND-ETAPA)
                                   WRK-SIT-COD-RETORNO(WRK-IND-ETAPA)
                                   WRK-SIT-QTD-EXECUCOES(WRK-IND-ETAPA)
      *
            IF WRK-SEM-ARQCHN01
               GO TO 2100-99-FIM
            END-IF
      *
            MOVE WRK-DAT-CADEIA         TO CHN01-DAT-PROCESSAMENTO
            MOVE WRK-ETP-COD-ETAPA(WRK-IND-ETAPA)
                                        TO CHN01-COD-ETAPA
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            READ ARQCHN01               KEY IS CHN01-CHAVE
      *
            EVALUATE TRUE
                WHEN WRK-FS-CHN01-NAO-ENCONTRADO
                     GO TO 2100-99-FIM
                WHEN WRK-FS-CHN01-OK
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCHN01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            MOVE CHN01-IND-SITUACAO
                           TO WRK-SIT-IND-SITUACAO(WRK-IND-ETAPA)
            MOVE CHN01-DAT-INICIO
                           TO WRK-SIT-DAT-INICIO(WRK-IND-ETAPA)
            MOVE CHN01-HOR-INICIO
                           TO WRK-SIT-HOR-INICIO(WRK-IND-ETAPA)
            MOVE CHN01-DAT-FIM
                           TO WRK-SIT-DAT-FIM(WRK-IND-ETAPA)
            MOVE CHN01-HOR-FIM
                           TO WRK-SIT-HOR-FIM(WRK-IND-ETAPA)
            MOVE CHN01-COD-RETORNO
                           TO WRK-SIT-COD-RETORNO(WRK-IND-ETAPA)
            MOVE CHN01-QTD-EXECUCOES
                           TO WRK-SIT-QTD-EXECUCOES(WRK-IND-ETAPA)
      *
            IF CHN01-ETAPA-CONCLUIDA
               MOVE WRK-ETP-NUM-GRUPO(WRK-IND-ETAPA)
                                        TO WRK-IND-GRUPO
               MOVE 'S'                 TO WRK-GRP-IND-OK(WRK-IND-GRUPO)
            END-IF
            .
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A SITUACAO DE CADA ETAPA, O PONTO DE RETOMADA E OS  *
      *    TOTAIS                                                      *
      *----------------------------------------------------------------*
        3000-IMPRIME-CADEIA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            PERFORM 3100-IMPRIME-ETAPA
                VARYING WRK-IND-ETAPA FROM 1 BY 1
                UNTIL WRK-IND-ETAPA GREATER 8
      *
            MOVE ZEROS                  TO WRK-IND-RETOMADA
            PERFORM 3200-PROCURA-RETOMADA
                VARYING WRK-IND-ETAPA FROM 1 BY 1
                UNTIL WRK-IND-ETAPA GREATER 8
                   OR WRK-IND-RETOMADA GREATER ZEROS
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            IF WRK-IND-RETOMADA EQUAL ZEROS
               MOVE REL-LINHA-COMPLETA  TO FD-ARQREL01
            ELSE
               MOVE WRK-ETP-COD-ETAPA(WRK-IND-RETOMADA)
                                        TO REL-RET-COD-ETAPA
               MOVE WRK-ETP-DES-ETAPA(WRK-IND-RETOMADA)
                                        TO REL-RET-DES-ETAPA
               IF WRK-ETP-NUM-GRUPO(WRK-IND-RETOMADA) EQUAL 2
                  MOVE '(OU EXER0334 NO BALANCE LINE EM PARTICOES)'
                                        TO REL-RET-DES-OBSERVACAO
               END-IF
               MOVE REL-LINHA-RETOMADA  TO FD-ARQREL01
            END-IF
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-CONCLUIDAS         TO REL-TOT-CONCLUIDAS
            MOVE ACU-COM-ERRO           TO REL-TOT-COM-ERRO
            MOVE ACU-INICIADAS          TO REL-TOT-INICIADAS
            MOVE ACU-NAO-EXECUTADAS     TO REL-TOT-NAO-EXECUTADAS
            MOVE REL-LINHA-TOTAL        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MONTA A LINHA DA ETAPA - A ETAPA NAO CONCLUIDA OK E         *
      *    LIBERADA QUANDO O GRUPO ANTERIOR ESTA CONCLUIDO OK E        *
      *    BLOQUEADA EM CASO CONTRARIO; A ETAPA ALTERNATIVA NAO        *
      *    EXECUTADA DE UM GRUPO JA CONCLUIDO NAO SE APLICA            *
      *----------------------------------------------------------------*
        3100-IMPRIME-ETAPA              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-ETP-NUM-GRUPO(WRK-IND-ETAPA)
                                        TO REL-DET-NUM-GRUPO
                                           WRK-IND-GRUPO
            MOVE WRK-ETP-COD-ETAPA(WRK-IND-ETAPA)
                                        TO REL-DET-COD-ETAPA
            MOVE WRK-ETP-DES-ETAPA(WRK-IND-ETAPA)
                                        TO REL-DET-DES-ETAPA
            MOVE WRK-ETP-DES-ANTERIOR(WRK-IND-ETAPA)
                                        TO REL-DET-DES-ANTERIOR
            MOVE SPACES                 TO REL-DET-DAT-INICIO
                                           REL-DET-HOR-INICIO
                                           REL-DET-DAT-FIM
                                           REL-DET-HOR-FIM
                                           REL-DET-COD-RETORNO
                                           REL-DET-QTD-EXECUCOES
                                           REL-DET-DES-LIBERACAO
      *
            EVALUATE WRK-SIT-IND-SITUACAO(WRK-IND-ETAPA)
                WHEN 'C'
                     MOVE 'CONCLUIDA OK'  TO REL-DET-DES-SITUACAO
                     ADD 1              TO ACU-CONCLUIDAS
                WHEN 'E'
                     MOVE 'TERMINADA COM ERRO'
                                        TO REL-DET-DES-SITUACAO
                     ADD 1              TO ACU-COM-ERRO
                     MOVE 4             TO WRK-COD-RETORNO
                WHEN 'I'
                     MOVE 'INICIADA SEM TERMINO'
                                        TO REL-DET-DES-SITUACAO
                     ADD 1              TO ACU-INICIADAS
                     MOVE 4             TO WRK-COD-RETORNO
                WHEN OTHER
                     IF WRK-GRP-IND-OK(WRK-IND-GRUPO) EQUAL 'S'
                        MOVE 'NAO SE APLICA'
                                        TO REL-DET-DES-SITUACAO
                     ELSE
                        MOVE 'NAO EXECUTADA'
                                        TO REL-DET-DES-SITUACAO
                        ADD 1           TO ACU-NAO-EXECUTADAS
                     END-IF
            END-EVALUATE
      *
            IF WRK-SIT-IND-SITUACAO(WRK-IND-ETAPA) NOT EQUAL SPACES
               MOVE WRK-SIT-DAT-INICIO(WRK-IND-ETAPA)
                                        TO REL-DET-DAT-INICIO
               MOVE WRK-SIT-HOR-INICIO(WRK-IND-ETAPA)
                                        TO REL-DET-HOR-INICIO
               MOVE WRK-SIT-QTD-EXECUCOES(WRK-IND-ETAPA)
                                        TO REL-DET-QTD-EXECUCOES
            END-IF
      *
            IF WRK-SIT-IND-SITUACAO(WRK-IND-ETAPA) EQUAL 'C' OR 'E'
               MOVE WRK-SIT-DAT-FIM(WRK-IND-ETAPA)
                                        TO REL-DET-DAT-FIM
               MOVE WRK-SIT-HOR-FIM(WRK-IND-ETAPA)
                                        TO REL-DET-HOR-FIM
               MOVE WRK-SIT-COD-RETORNO(WRK-IND-ETAPA)
                                        TO REL-DET-COD-RETORNO
            END-IF
      *
            IF WRK-GRP-IND-OK(WRK-IND-GRUPO) NOT EQUAL 'S'
               MOVE WRK-ETP-NUM-GRUPO-ANTERIOR(WRK-IND-ETAPA)
                                        TO WRK-IND-GRUPO
               IF WRK-IND-GRUPO EQUAL ZEROS
                  MOVE 'LIBERADA'       TO REL-DET-DES-LIBERACAO
               ELSE
                  IF WRK-GRP-IND-OK(WRK-IND-GRUPO) EQUAL 'S'
                     MOVE 'LIBERADA'    TO REL-DET-DES-LIBERACAO
                  ELSE
                     MOVE 'BLOQUEADA'   TO REL-DET-DES-LIBERACAO
                  END-IF
               END-IF
            END-IF
      *
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    O PONTO DE RETOMADA E A PRIMEIRA ETAPA CUJO GRUPO AINDA NAO *
      *    ESTA CONCLUIDO OK                                           *
      *----------------------------------------------------------------*
        3200-PROCURA-RETOMADA           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-ETP-NUM-GRUPO(WRK-IND-ETAPA)
                                        TO WRK-IND-GRUPO
            IF WRK-GRP-IND-OK(WRK-IND-GRUPO) NOT EQUAL 'S'
               MOVE WRK-IND-ETAPA       TO WRK-IND-RETOMADA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
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
            IF NOT WRK-SEM-ARQCHN01
               SET WRK-CN-ARQCHN01       TO TRUE
               CLOSE ARQCHN01
               IF NOT WRK-FS-CHN01-OK
                  MOVE WRK-FS-ARQCHN01   TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0360        *'
            DISPLAY '* DATA DE PROCESSAMENTO...: ' WRK-DAT-CADEIA
            MOVE ACU-CONCLUIDAS          TO WRK-MASK-QTDREG
            DISPLAY '* ETAPAS CONCLUIDAS OK....: ' WRK-MASK-QTDREG
            MOVE ACU-COM-ERRO            TO WRK-MASK-QTDREG
            DISPLAY '* ETAPAS COM ERRO.........: ' WRK-MASK-QTDREG
            MOVE ACU-INICIADAS           TO WRK-MASK-QTDREG
            DISPLAY '* ETAPAS SEM TERMINO......: ' WRK-MASK-QTDREG
            MOVE ACU-NAO-EXECUTADAS      TO WRK-MASK-QTDREG
            DISPLAY '* ETAPAS NAO EXECUTADAS...: ' WRK-MASK-QTDREG
            IF WRK-IND-RETOMADA EQUAL ZEROS
               DISPLAY '* CADEIA COMPLETA                            *'
            ELSE
               DISPLAY '* RETOMAR A CADEIA EM.....: '
                       WRK-ETP-COD-ETAPA(WRK-IND-RETOMADA)
            END-IF
            IF WRK-SEM-ARQCHN01
               DISPLAY '* CONTROLE DA CADEIA (ARQCHN01) AUSENTE      *'
            END-IF
            IF WRK-COD-RETORNO NOT EQUAL ZEROS
               DISPLAY '* HA ETAPAS COM ERRO OU SEM TERMINO - RC 4   *'
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
      *    ROTINA DE ENCERRAMENTO DO PROGRAMA                          *
      *----------------------------------------------------------------*
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
      *
