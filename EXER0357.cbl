      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0357.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: RELATORIO SEMANAL DE PRODUTIVIDADE DA         *
      *    COBRANCA INTERNA POR COBRADOR - CONTATOS DO PERIODO NO LOG  *
      *    ACUMULADO (ARQCTT01) POR RESULTADO, VALOR PROMETIDO E       *
      *    VALOR RECUPERADO. O RECUPERADO E O PAGAMENTO EM ATRASO      *
      *    (ARQSAI02 DO BALANCE LINE, GERACOES DA SEMANA) CREDITADO AO *
      *    ULTIMO COBRADOR QUE CONTATOU A CONTA ATE A DATA DO          *
      *    PAGAMENTO. PERIODO NO CARTAO DE PARAMETRO (ARQPARM, BOOK    *
      *    PAR03157); SEM CARTAO, OS SETE DIAS ATE A DATA DO RUN.      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03157
      *      ARQCOB01                                  COB03155
      *      ARQCTT01                                  CTT03156
      *      ARQSAI02                                  SAI03112
      *      ARQSRT01                                  (SORT)
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

            SELECT ARQCOB01 ASSIGN      TO UT-S-ARQCOB01
                       FILE STATUS      IS WRK-FS-ARQCOB01.

            SELECT ARQCTT01 ASSIGN      TO UT-S-ARQCTT01
                       FILE STATUS      IS WRK-FS-ARQCTT01.

            SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                       FILE STATUS      IS WRK-FS-ARQSAI02.

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
        01 FD-ARQPARM              PIC X(16).

        FD  ARQCOB01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCOB01             PIC X(40).

        FD  ARQCTT01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCTT01             PIC X(57).

        FD  ARQSAI02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQSAI02             PIC X(85).

      * CONTATOS E PAGAMENTOS NA ORDEM DA CONTA E DA DATA - NO MESMO
      * DIA O CONTATO (TIPO 1) VEM ANTES DO PAGAMENTO (TIPO 2)
        SD  ARQSRT01.
        01 SRT-REGISTRO.
           03 SRT-COD-AGENCIA      PIC 9(04).
           03 SRT-NUM-CONTA        PIC 9(08).
           03 SRT-DATA             PIC 9(08).
           03 SRT-IND-TIPO         PIC X(01).
              88 SRT-CONTATO       VALUE '1'.
              88 SRT-PAGAMENTO     VALUE '2'.
           03 SRT-COD-COBRADOR     PIC X(06).
           03 SRT-COD-RESULTADO    PIC X(01).
           03 SRT-IND-NO-PERIODO   PIC X(01).
              88 SRT-NO-PERIODO    VALUE 'S'.
           03 SRT-VALOR            PIC 9(11)V99.

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
            COPY PAR03157.
            COPY COB03155.
            COPY CTT03156.
            COPY SAI03112.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE PRODUTIVIDADE POR COBRADOR'.
      *----------------------------------------------------------------*
      *
      * UMA OCORRENCIA POR COBRADOR DA CARTEIRA; COBRADOR DO LOG QUE
      * JA NAO ESTA NA CARTEIRA ENTRA NO FIM DA TABELA
        01 WRK-TAB-COBRADORES.
           03 WRK-COB-OCORRENCIA   OCCURS 500 TIMES.
              05 WRK-COB-CODIGO           PIC X(006).
              05 WRK-COB-NOME             PIC X(030).
              05 WRK-COB-QTD-CONTATOS     PIC 9(007).
              05 WRK-COB-QTD-NAO-ATENDEU  PIC 9(007).
              05 WRK-COB-QTD-PROMESSAS    PIC 9(007).
              05 WRK-COB-QTD-RECUSAS      PIC 9(007).
              05 WRK-COB-QTD-TEL-ERRADO   PIC 9(007).
              05 WRK-COB-VLR-PROMETIDO    PIC 9(013)V99.
              05 WRK-COB-QTD-RECUPERADOS  PIC 9(007).
              05 WRK-COB-VLR-RECUPERADO   PIC 9(013)V99.
      *
        77 WRK-QTDE-COB            PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-COB         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-ACUM        PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-COB-ACHADO      PIC  X(001)         VALUE 'N'.
           88 WRK-COB-ACHADO       VALUE 'S'.
        77 WRK-COD-COBRADOR-PROC   PIC  X(006)         VALUE SPACES.
        77 WRK-NOM-COBRADOR-PROC   PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0357'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 ACU-LIDOS-ARQCTT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQSAI02      PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTATOS-PERIODO    PIC  9(007)         VALUE ZEROS.
        77 ACU-PAGTOS-PERIODO      PIC  9(007)         VALUE ZEROS.
        77 ACU-PAGTOS-SEM-CONTATO  PIC  9(007)         VALUE ZEROS.
        77 ACU-VLR-SEM-CONTATO     PIC  9(013)V99      VALUE ZEROS.
        77 ACU-COB-FORA-CARTEIRA   PIC  9(005)         VALUE ZEROS.
      *
      * TOTAIS GERAIS DO RELATORIO
        77 ACU-TOT-CONTATOS        PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-NAO-ATENDEU     PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-PROMESSAS       PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-RECUSAS         PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-TEL-ERRADO      PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-VLR-PROMETIDO   PIC  9(013)V99      VALUE ZEROS.
        77 ACU-TOT-RECUPERADOS     PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-VLR-RECUPERADO  PIC  9(013)V99      VALUE ZEROS.
      *
      * PERIODO DO RELATORIO (AAAAMMDD)
        77 WRK-DAT-INICIO          PIC  9(008)         VALUE ZEROS.
        77 WRK-DAT-FIM             PIC  9(008)         VALUE ZEROS.
        77 WRK-QTDE-DIAS-RECUO     PIC  9(003)         VALUE ZEROS.
        77 WRK-QTDE-DIAS-MES       PIC  9(002)         VALUE ZEROS.
      *
      * DATA DE TRABALHO PARA RECUAR O INICIO DO PERIODO DIA A DIA
        01 WRK-DAT-RECUO.
           03 WRK-RECUO-ANO        PIC  9(004)  VALUE ZEROS.
           03 WRK-RECUO-MES        PIC  9(002)  VALUE ZEROS.
           03 WRK-RECUO-DIA        PIC  9(002)  VALUE ZEROS.
        01 WRK-DAT-RECUO-NUM REDEFINES WRK-DAT-RECUO
                                   PIC  9(008).
      *
      * CONVERSAO DA DATA DE PAGAMENTO (dd.mm.aaaa) PARA AAAAMMDD
        01 WRK-DAT-PAGTO-EDIT.
           03 WRK-PAGTO-EDIT-DIA   PIC  9(002)  VALUE ZEROS.
           03 FILLER               PIC  X(001)  VALUE SPACES.
           03 WRK-PAGTO-EDIT-MES   PIC  9(002)  VALUE ZEROS.
           03 FILLER               PIC  X(001)  VALUE SPACES.
           03 WRK-PAGTO-EDIT-ANO   PIC  9(004)  VALUE ZEROS.
        01 WRK-DAT-PAGTO-AMD.
           03 WRK-PAGTO-AMD-ANO    PIC  9(004)  VALUE ZEROS.
           03 WRK-PAGTO-AMD-MES    PIC  9(002)  VALUE ZEROS.
           03 WRK-PAGTO-AMD-DIA    PIC  9(002)  VALUE ZEROS.
        01 WRK-DAT-PAGTO-AMD-NUM REDEFINES WRK-DAT-PAGTO-AMD
                                   PIC  9(008).
      *
      * QUEBRA POR CONTA NA SAIDA DO SORT E ULTIMO COBRADOR QUE FEZ
      * CONTATO COM A CONTA
        01 WRK-CONTA-ANTERIOR.
           03 WRK-ANT-COD-AGENCIA  PIC  9(004)  VALUE ZEROS.
           03 WRK-ANT-NUM-CONTA    PIC  9(008)  VALUE ZEROS.
        01 WRK-CONTA-ATUAL.
           03 WRK-ATU-COD-AGENCIA  PIC  9(004)  VALUE ZEROS.
           03 WRK-ATU-NUM-CONTA    PIC  9(008)  VALUE ZEROS.
        77 WRK-ULT-COBRADOR        PIC  X(006)         VALUE SPACES.
      *
      * LOG DE CONTATOS E PAGAMENTOS SAO OPCIONAIS (SEMANA SEM
      * MOVIMENTO)
        77 WRK-IND-SEM-ARQCTT01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQCTT01     VALUE 'S'.
        77 WRK-IND-SEM-ARQSAI02    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQSAI02     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQCOB01      VALUE 'ARQCOB01'.
           88 WRK-CN-ARQCTT01      VALUE 'ARQCTT01'.
           88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
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
           05 WRK-FS-ARQCOB01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-COB01-OK   VALUE '00'.
              88 WRK-FS-COB01-FIM  VALUE '10'.
           05 WRK-FS-ARQCTT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CTT01-OK   VALUE '00'.
              88 WRK-FS-CTT01-FIM  VALUE '10'.
              88 WRK-FS-CTT01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SAI02-OK   VALUE '00'.
              88 WRK-FS-SAI02-FIM  VALUE '10'.
              88 WRK-FS-SAI02-NAO-EXISTE VALUE '35'.
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
           03 FILLER               PIC  X(056) VALUE
           'EXER0357 - PRODUTIVIDADE DA COBRANCA INTERNA - PERIODO '.
           03 REL-TIT-DAT-INICIO   PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(003) VALUE ' A '.
           03 REL-TIT-DAT-FIM      PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(057) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(037) VALUE
              'COBRAD NOME DO COBRADOR'.
           03 FILLER               PIC  X(035) VALUE
              ' CONTAT NAOATD PROMES RECUSA TELERR'.
           03 FILLER               PIC  X(018) VALUE
              '     VLR PROMETIDO'.
           03 FILLER               PIC  X(007) VALUE '  RECUP'.
           03 FILLER               PIC  X(018) VALUE
              '    VLR RECUPERADO'.
           03 FILLER               PIC  X(017) VALUE SPACES.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-COD-COBRADOR PIC  X(006) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NOM-COBRADOR PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-CONTATOS     PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NAO-ATENDEU  PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-PROMESSAS    PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-RECUSAS      PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-TEL-ERRADO   PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-PROMETIDO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-RECUPERADOS  PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-RECUPERADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(017) VALUE SPACES.
      *
        01 REL-LINHA-SEM-CONTATO.
           03 FILLER               PIC  X(042) VALUE
              'PAGAMENTOS EM ATRASO SEM CONTATO ANTERIOR:'.
           03 REL-SCO-QTDE         PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(009) VALUE '  VALOR: '.
           03 REL-SCO-VALOR        PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(057) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA - A ENTRADA DO SORT JUNTA OS   *
      *    CONTATOS DO LOG E OS PAGAMENTOS EM ATRASO DO PERIODO, A     *
      *    SAIDA ATRIBUI CADA PAGAMENTO AO ULTIMO COBRADOR DA CONTA    *
      *----------------------------------------------------------------*
        0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
            PERFORM 1000-INICIALIZAR
      *
            SORT ARQSRT01
                ON ASCENDING KEY SRT-COD-AGENCIA
                                 SRT-NUM-CONTA
                                 SRT-DATA
                                 SRT-IND-TIPO
                INPUT  PROCEDURE IS 2000-SELECIONA-MOVIMENTO
                OUTPUT PROCEDURE IS 2500-ATRIBUI-MOVIMENTO
      *
            PERFORM 3000-IMPRIME-RELATORIO
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

            PERFORM 1100-LER-PARAMETROS

            PERFORM 1200-CARREGA-COBRADORES

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PERIODO NO CARTAO DE PARAMETRO - SEM CARTAO, COM DATA  *
      *    ZERADA OU COM O INICIO DEPOIS DO FIM, O PERIODO E OS SETE   *
      *    DIAS TERMINADOS NA DATA DO RUN                              *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM21-REGISTRO

               IF WRK-FS-PARM-OK
                  AND PARM21-DAT-INICIO GREATER ZEROS
                  AND PARM21-DAT-FIM    GREATER ZEROS
                  AND PARM21-DAT-INICIO NOT GREATER PARM21-DAT-FIM
                  MOVE PARM21-DAT-INICIO TO WRK-DAT-INICIO
                  MOVE PARM21-DAT-FIM    TO WRK-DAT-FIM
               END-IF

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF

            IF WRK-DAT-FIM EQUAL ZEROS
               MOVE WRK-RUN-DATA        TO WRK-DAT-FIM
                                           WRK-DAT-RECUO-NUM
               PERFORM 1100-10-RECUA-DIA
                   VARYING WRK-QTDE-DIAS-RECUO FROM 1 BY 1
                   UNTIL WRK-QTDE-DIAS-RECUO GREATER 6
               MOVE WRK-DAT-RECUO-NUM   TO WRK-DAT-INICIO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    RECUA A DATA DE TRABALHO PARA O DIA ANTERIOR DO CALENDARIO  *
      *----------------------------------------------------------------*
        1100-10-RECUA-DIA               SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-RECUO-DIA GREATER 1
               SUBTRACT 1               FROM WRK-RECUO-DIA
               GO TO 1100-10-99-FIM
            END-IF
      *
            IF WRK-RECUO-MES GREATER 1
               SUBTRACT 1               FROM WRK-RECUO-MES
            ELSE
               MOVE 12                  TO WRK-RECUO-MES
               SUBTRACT 1               FROM WRK-RECUO-ANO
            END-IF
      *
            EVALUATE WRK-RECUO-MES
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
                     IF FUNCTION MOD(WRK-RECUO-ANO 4) EQUAL ZEROS
                        AND (FUNCTION MOD(WRK-RECUO-ANO 100)
                                    NOT EQUAL ZEROS
                         OR FUNCTION MOD(WRK-RECUO-ANO 400)
                                    EQUAL ZEROS)
                        MOVE 29         TO WRK-QTDE-DIAS-MES
                     ELSE
                        MOVE 28         TO WRK-QTDE-DIAS-MES
                     END-IF
            END-EVALUATE
      *
            MOVE WRK-QTDE-DIAS-MES      TO WRK-RECUO-DIA
            .
      *
      *----------------------------------------------------------------*
        1100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARREGA OS COBRADORES DISTINTOS DA CARTEIRA (ARQCOB01) NA   *
      *    TABELA DE PRODUTIVIDADE, NA ORDEM DO ARQUIVO                *
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
        1200-10-LER-ARQCOB01            SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCOB01         TO TRUE
            READ ARQCOB01               INTO COB01-REGISTRO
            EVALUATE WRK-FS-ARQCOB01
                WHEN '00'
                     IF COB01-COD-COBRADOR NOT EQUAL SPACES
                        MOVE COB01-COD-COBRADOR
                                        TO WRK-COD-COBRADOR-PROC
                        MOVE COB01-NOM-COBRADOR
                                        TO WRK-NOM-COBRADOR-PROC
                        PERFORM 3650-LOCALIZA-COBRADOR
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
      *    ENTRADA DO SORT - CONTATOS DO LOG ATE O FIM DO PERIODO      *
      *    (OS ANTERIORES AO INICIO SO SERVEM PARA ATRIBUIR PAGAMENTO) *
      *    E PAGAMENTOS EM ATRASO DENTRO DO PERIODO                    *
      *----------------------------------------------------------------*
        2000-SELECIONA-MOVIMENTO        SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCTT01         TO TRUE
            OPEN INPUT ARQCTT01
            EVALUATE TRUE
                WHEN WRK-FS-CTT01-NAO-EXISTE
                     SET WRK-SEM-ARQCTT01 TO TRUE
                WHEN WRK-FS-CTT01-OK
                     PERFORM 2100-LER-CONTATO
                         UNTIL WRK-FS-CTT01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQCTT01
                WHEN OTHER
                     MOVE WRK-FS-ARQCTT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQSAI02         TO TRUE
            OPEN INPUT ARQSAI02
            EVALUATE TRUE
                WHEN WRK-FS-SAI02-NAO-EXISTE
                     SET WRK-SEM-ARQSAI02 TO TRUE
                WHEN WRK-FS-SAI02-OK
                     PERFORM 2200-LER-PAGAMENTO
                         UNTIL WRK-FS-SAI02-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQSAI02
                WHEN OTHER
                     MOVE WRK-FS-ARQSAI02 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2100-LER-CONTATO                SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCTT01         TO TRUE
            READ ARQCTT01               INTO CTT01-REGISTRO
            EVALUATE WRK-FS-ARQCTT01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQCTT01
                     IF CTT01-DAT-CONTATO NOT GREATER WRK-DAT-FIM
                        INITIALIZE      SRT-REGISTRO
                        MOVE CTT01-COD-AGENCIA TO SRT-COD-AGENCIA
                        MOVE CTT01-NUM-CONTA   TO SRT-NUM-CONTA
                        MOVE CTT01-DAT-CONTATO TO SRT-DATA
                        SET SRT-CONTATO        TO TRUE
                        MOVE CTT01-COD-COBRADOR TO SRT-COD-COBRADOR
                        MOVE CTT01-COD-RESULTADO TO SRT-COD-RESULTADO
                        MOVE CTT01-VLR-PROMETIDO TO SRT-VALOR
                        IF CTT01-DAT-CONTATO NOT LESS WRK-DAT-INICIO
                           SET SRT-NO-PERIODO  TO TRUE
                        ELSE
                           MOVE 'N'            TO SRT-IND-NO-PERIODO
                        END-IF
                        RELEASE SRT-REGISTRO
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCTT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2200-LER-PAGAMENTO              SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSAI02         TO TRUE
            READ ARQSAI02               INTO ARQSAI01-REGISTRO
            EVALUATE WRK-FS-ARQSAI02
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQSAI02
                     MOVE ARQSAI01-DAT-PAGTO TO WRK-DAT-PAGTO-EDIT
                     MOVE WRK-PAGTO-EDIT-ANO TO WRK-PAGTO-AMD-ANO
                     MOVE WRK-PAGTO-EDIT-MES TO WRK-PAGTO-AMD-MES
                     MOVE WRK-PAGTO-EDIT-DIA TO WRK-PAGTO-AMD-DIA
                     IF WRK-DAT-PAGTO-AMD-NUM NOT LESS WRK-DAT-INICIO
                        AND WRK-DAT-PAGTO-AMD-NUM
                                        NOT GREATER WRK-DAT-FIM
                        INITIALIZE      SRT-REGISTRO
                        MOVE ARQSAI01-COD-AGENCIA TO SRT-COD-AGENCIA
                        MOVE ARQSAI01-NUM-CONTA   TO SRT-NUM-CONTA
                        MOVE WRK-DAT-PAGTO-AMD-NUM TO SRT-DATA
                        SET SRT-PAGAMENTO          TO TRUE
                        SET SRT-NO-PERIODO         TO TRUE
                        MOVE ARQSAI01-VLR-PAGO     TO SRT-VALOR
                        RELEASE SRT-REGISTRO
                        ADD 1           TO ACU-PAGTOS-PERIODO
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQSAI02 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        2200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SAIDA DO SORT - ACUMULA OS CONTATOS DO PERIODO E CREDITA    *
      *    CADA PAGAMENTO AO ULTIMO COBRADOR QUE CONTATOU A CONTA      *
      *----------------------------------------------------------------*
        2500-ATRIBUI-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE '00'                   TO WRK-FS-SORT
            PERFORM 2510-RETORNA-MOVIMENTO
                UNTIL WRK-FS-SORT-FIM
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
      *    TRATA UM MOVIMENTO CLASSIFICADO - CONTA NOVA ZERA O ULTIMO  *
      *    COBRADOR; CONTATO PASSA A SER O ULTIMO DA CONTA E, SE DO    *
      *    PERIODO, ENTRA NA PRODUTIVIDADE; PAGAMENTO VAI PARA O       *
      *    ULTIMO COBRADOR OU PARA OS PAGAMENTOS SEM CONTATO           *
      *----------------------------------------------------------------*
        2520-TRATA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE SRT-COD-AGENCIA        TO WRK-ATU-COD-AGENCIA
            MOVE SRT-NUM-CONTA          TO WRK-ATU-NUM-CONTA
            IF WRK-CONTA-ATUAL NOT EQUAL WRK-CONTA-ANTERIOR
               MOVE WRK-CONTA-ATUAL     TO WRK-CONTA-ANTERIOR
               MOVE SPACES              TO WRK-ULT-COBRADOR
            END-IF
      *
            IF SRT-CONTATO
               MOVE SRT-COD-COBRADOR    TO WRK-ULT-COBRADOR
               IF SRT-NO-PERIODO
                  PERFORM 2600-ACUMULA-CONTATO
               END-IF
               GO TO 2520-99-FIM
            END-IF
      *
            IF WRK-ULT-COBRADOR EQUAL SPACES
               ADD 1                    TO ACU-PAGTOS-SEM-CONTATO
               ADD SRT-VALOR            TO ACU-VLR-SEM-CONTATO
               GO TO 2520-99-FIM
            END-IF
      *
            MOVE WRK-ULT-COBRADOR       TO WRK-COD-COBRADOR-PROC
            MOVE 'COBRADOR FORA DA CARTEIRA'
                                        TO WRK-NOM-COBRADOR-PROC
            PERFORM 3650-LOCALIZA-COBRADOR
            IF NOT WRK-COB-ACHADO
               ADD 1                    TO ACU-COB-FORA-CARTEIRA
            END-IF
            ADD 1         TO WRK-COB-QTD-RECUPERADOS (WRK-IND-SUB-ACUM)
            ADD SRT-VALOR TO WRK-COB-VLR-RECUPERADO (WRK-IND-SUB-ACUM)
            .
      *
      *----------------------------------------------------------------*
        2520-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA UM CONTATO DO PERIODO NO SEU COBRADOR               *
      *----------------------------------------------------------------*
        2600-ACUMULA-CONTATO            SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO ACU-CONTATOS-PERIODO
            MOVE SRT-COD-COBRADOR       TO WRK-COD-COBRADOR-PROC
            MOVE 'COBRADOR FORA DA CARTEIRA'
                                        TO WRK-NOM-COBRADOR-PROC
            PERFORM 3650-LOCALIZA-COBRADOR
            IF NOT WRK-COB-ACHADO
               ADD 1                    TO ACU-COB-FORA-CARTEIRA
            END-IF
      *
            ADD 1       TO WRK-COB-QTD-CONTATOS (WRK-IND-SUB-ACUM)
            EVALUATE SRT-COD-RESULTADO
                WHEN 'N'
                     ADD 1 TO WRK-COB-QTD-NAO-ATENDEU (WRK-IND-SUB-ACUM)
                WHEN 'P'
                     ADD 1 TO WRK-COB-QTD-PROMESSAS (WRK-IND-SUB-ACUM)
                     ADD SRT-VALOR
                           TO WRK-COB-VLR-PROMETIDO (WRK-IND-SUB-ACUM)
                WHEN 'R'
                     ADD 1 TO WRK-COB-QTD-RECUSAS (WRK-IND-SUB-ACUM)
                WHEN 'E'
                     ADD 1 TO WRK-COB-QTD-TEL-ERRADO (WRK-IND-SUB-ACUM)
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A PRODUTIVIDADE DE CADA COBRADOR DA TABELA, O TOTAL *
      *    GERAL E OS PAGAMENTOS SEM CONTATO ANTERIOR                  *
      *----------------------------------------------------------------*
        3000-IMPRIME-RELATORIO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-DAT-INICIO         TO REL-TIT-DAT-INICIO
            MOVE WRK-DAT-FIM            TO REL-TIT-DAT-FIM
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            PERFORM 3100-IMPRIME-COBRADOR
                VARYING WRK-IND-SUB-COB FROM 1 BY 1
                UNTIL WRK-IND-SUB-COB GREATER WRK-QTDE-COB
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE SPACES                 TO REL-DET-COD-COBRADOR
            MOVE 'TOTAL GERAL'          TO REL-DET-NOM-COBRADOR
            MOVE ACU-TOT-CONTATOS       TO REL-DET-CONTATOS
            MOVE ACU-TOT-NAO-ATENDEU    TO REL-DET-NAO-ATENDEU
            MOVE ACU-TOT-PROMESSAS      TO REL-DET-PROMESSAS
            MOVE ACU-TOT-RECUSAS        TO REL-DET-RECUSAS
            MOVE ACU-TOT-TEL-ERRADO     TO REL-DET-TEL-ERRADO
            MOVE ACU-TOT-VLR-PROMETIDO  TO REL-DET-VLR-PROMETIDO
            MOVE ACU-TOT-RECUPERADOS    TO REL-DET-RECUPERADOS
            MOVE ACU-TOT-VLR-RECUPERADO TO REL-DET-VLR-RECUPERADO
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE ACU-PAGTOS-SEM-CONTATO TO REL-SCO-QTDE
            MOVE ACU-VLR-SEM-CONTATO    TO REL-SCO-VALOR
            MOVE REL-LINHA-SEM-CONTATO  TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-IMPRIME-COBRADOR           SECTION.
      *----------------------------------------------------------------*
            MOVE WRK-COB-CODIGO (WRK-IND-SUB-COB)
                                        TO REL-DET-COD-COBRADOR
            MOVE WRK-COB-NOME (WRK-IND-SUB-COB)
                                        TO REL-DET-NOM-COBRADOR
            MOVE WRK-COB-QTD-CONTATOS (WRK-IND-SUB-COB)
                                        TO REL-DET-CONTATOS
            MOVE WRK-COB-QTD-NAO-ATENDEU (WRK-IND-SUB-COB)
                                        TO REL-DET-NAO-ATENDEU
            MOVE WRK-COB-QTD-PROMESSAS (WRK-IND-SUB-COB)
                                        TO REL-DET-PROMESSAS
            MOVE WRK-COB-QTD-RECUSAS (WRK-IND-SUB-COB)
                                        TO REL-DET-RECUSAS
            MOVE WRK-COB-QTD-TEL-ERRADO (WRK-IND-SUB-COB)
                                        TO REL-DET-TEL-ERRADO
            MOVE WRK-COB-VLR-PROMETIDO (WRK-IND-SUB-COB)
                                        TO REL-DET-VLR-PROMETIDO
            MOVE WRK-COB-QTD-RECUPERADOS (WRK-IND-SUB-COB)
                                        TO REL-DET-RECUPERADOS
            MOVE WRK-COB-VLR-RECUPERADO (WRK-IND-SUB-COB)
                                        TO REL-DET-VLR-RECUPERADO
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            ADD WRK-COB-QTD-CONTATOS (WRK-IND-SUB-COB)
                                        TO ACU-TOT-CONTATOS
            ADD WRK-COB-QTD-NAO-ATENDEU (WRK-IND-SUB-COB)
                                        TO ACU-TOT-NAO-ATENDEU
            ADD WRK-COB-QTD-PROMESSAS (WRK-IND-SUB-COB)
                                        TO ACU-TOT-PROMESSAS
            ADD WRK-COB-QTD-RECUSAS (WRK-IND-SUB-COB)
                                        TO ACU-TOT-RECUSAS
            ADD WRK-COB-QTD-TEL-ERRADO (WRK-IND-SUB-COB)
                                        TO ACU-TOT-TEL-ERRADO
            ADD WRK-COB-VLR-PROMETIDO (WRK-IND-SUB-COB)
                                        TO ACU-TOT-VLR-PROMETIDO
            ADD WRK-COB-QTD-RECUPERADOS (WRK-IND-SUB-COB)
                                        TO ACU-TOT-RECUPERADOS
            ADD WRK-COB-VLR-RECUPERADO (WRK-IND-SUB-COB)
                                        TO ACU-TOT-VLR-RECUPERADO
            .
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LOCALIZA O COBRADOR DE WRK-COD-COBRADOR-PROC NA TABELA E    *
      *    DEVOLVE A OCORRENCIA EM WRK-IND-SUB-ACUM - COBRADOR NOVO E  *
      *    ACRESCENTADO COM O NOME DE WRK-NOM-COBRADOR-PROC E OS       *
      *    CONTADORES ZERADOS. TABELA CHEIA CANCELA O PROGRAMA         *
      *----------------------------------------------------------------*
        3650-LOCALIZA-COBRADOR          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-COB-ACHADO
            MOVE ZEROS                  TO WRK-IND-SUB-ACUM
            PERFORM 3650-10-COMPARA-COBRADOR
                VARYING WRK-IND-SUB-COB FROM 1 BY 1
                UNTIL WRK-IND-SUB-COB GREATER WRK-QTDE-COB
                   OR WRK-COB-ACHADO
      *
            IF WRK-COB-ACHADO
               GO TO 3650-99-FIM
            END-IF
      *
            IF WRK-QTDE-COB GREATER OR EQUAL 500
              DISPLAY '************************************************'
              DISPLAY '*  QTDE DE COBRADORES EXCEDE A TABELA INTERNA  *'
              DISPLAY '*  DE PRODUTIVIDADE                            *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
               PERFORM 9900-FIM-PROGRAMA
            END-IF
      *
            ADD 1                       TO WRK-QTDE-COB
            MOVE WRK-QTDE-COB           TO WRK-IND-SUB-ACUM
            MOVE WRK-COD-COBRADOR-PROC
                             TO WRK-COB-CODIGO (WRK-IND-SUB-ACUM)
            MOVE WRK-NOM-COBRADOR-PROC
                             TO WRK-COB-NOME (WRK-IND-SUB-ACUM)
            MOVE ZEROS       TO WRK-COB-QTD-CONTATOS (WRK-IND-SUB-ACUM)
                             WRK-COB-QTD-NAO-ATENDEU (WRK-IND-SUB-ACUM)
                             WRK-COB-QTD-PROMESSAS (WRK-IND-SUB-ACUM)
                             WRK-COB-QTD-RECUSAS (WRK-IND-SUB-ACUM)
                             WRK-COB-QTD-TEL-ERRADO (WRK-IND-SUB-ACUM)
                             WRK-COB-VLR-PROMETIDO (WRK-IND-SUB-ACUM)
                             WRK-COB-QTD-RECUPERADOS (WRK-IND-SUB-ACUM)
                             WRK-COB-VLR-RECUPERADO (WRK-IND-SUB-ACUM)
            .
      *
      *----------------------------------------------------------------*
        3650-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3650-10-COMPARA-COBRADOR        SECTION.
      *----------------------------------------------------------------*
            IF WRK-COB-CODIGO (WRK-IND-SUB-COB)
                                        EQUAL WRK-COD-COBRADOR-PROC
               SET WRK-COB-ACHADO       TO TRUE
               MOVE WRK-IND-SUB-COB     TO WRK-IND-SUB-ACUM
            END-IF
            .
      *----------------------------------------------------------------*
        3650-10-99-FIM.
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

            MOVE ACU-LIDOS-ARQCTT01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0357        *'
            DISPLAY '* PERIODO.................: ' WRK-DAT-INICIO
                                              ' A ' WRK-DAT-FIM
            DISPLAY '* CONTATOS LIDOS NO LOG...: ' WRK-MASK-QTDREG
            MOVE ACU-CONTATOS-PERIODO    TO WRK-MASK-QTDREG
            DISPLAY '* CONTATOS DO PERIODO.....: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQSAI02      TO WRK-MASK-QTDREG
            DISPLAY '* PAGAMENTOS LIDOS........: ' WRK-MASK-QTDREG
            MOVE ACU-PAGTOS-PERIODO      TO WRK-MASK-QTDREG
            DISPLAY '* PAGAMENTOS DO PERIODO...: ' WRK-MASK-QTDREG
            MOVE ACU-PAGTOS-SEM-CONTATO  TO WRK-MASK-QTDREG
            DISPLAY '* PAGAMENTOS SEM CONTATO..: ' WRK-MASK-QTDREG
            MOVE ACU-COB-FORA-CARTEIRA   TO WRK-MASK-QTDREG
            DISPLAY '* COBRADORES FORA CARTEIRA: ' WRK-MASK-QTDREG
            IF WRK-SEM-ARQCTT01
               DISPLAY '* LOG DE CONTATOS (ARQCTT01) AUSENTE          *'
            END-IF
            IF WRK-SEM-ARQSAI02
               DISPLAY '* PAGAMENTOS EM ATRASO (ARQSAI02) AUSENTES    *'
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
