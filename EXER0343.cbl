      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0343.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: RELATORIO MENSAL DE RECUPERACAO X PERDA: VARRE*
      *    O CADASTRO DE CONTRATOS BAIXADOS POR PERDA (ARQBXP01) E     *
      *    TOTALIZA POR AGENCIA E POR PRODUTO A QUANTIDADE DE          *
      *    CONTRATOS, O VALOR LEVADO A PERDA (ACUMULADO E NO MES DE    *
      *    REFERENCIA - PAR03143), O VALOR RECUPERADO (ACUMULADO E NO  *
      *    MES) E O PERCENTUAL RECUPERADO SOBRE O BAIXADO. O VALOR     *
      *    RECUPERADO NO MES E O ACUMULADO PELO EXER0312 NO MES DE     *
      *    REFERENCIA DO CONTRATO - O RELATORIO E TIRADO NO FECHAMENTO *
      *    DO MES, ANTES DA PRIMEIRA RECUPERACAO DO MES SEGUINTE.      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03143
      *      ARQBXP01                                  BXP03136
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

            SELECT ARQBXP01 ASSIGN      TO UT-S-ARQBXP01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS BXP01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQBXP01.

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

        FD  ARQBXP01
            LABEL RECORD   IS STANDARD.
            COPY BXP03136.

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
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA'.
      *----------------------------------------------------------------*
      *
            COPY PAR03143.
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
              05 WRK-AGE-QTDE      PIC  9(007).
              05 WRK-AGE-VLR-BAIXADO PIC 9(013)V99.
              05 WRK-AGE-VLR-BAIXADO-MES PIC 9(013)V99.
              05 WRK-AGE-VLR-RECUPERADO PIC 9(013)V99.
              05 WRK-AGE-VLR-RECUPERADO-MES PIC 9(013)V99.
      *
      * PRODUTO: OCORRENCIA = CODIGO DO PRODUTO + 1 (PRODUTO ZERO =
      * CONTRATO SEM PRODUTO NO CADASTRO)
        01 WRK-TAB-PRODUTOS.
           03 WRK-PRD-OCORRENCIA   OCCURS 1000 TIMES.
              05 WRK-PRD-VISTA     PIC  X(001).
              05 WRK-PRD-QTDE      PIC  9(007).
              05 WRK-PRD-VLR-BAIXADO PIC 9(013)V99.
              05 WRK-PRD-VLR-BAIXADO-MES PIC 9(013)V99.
              05 WRK-PRD-VLR-RECUPERADO PIC 9(013)V99.
              05 WRK-PRD-VLR-RECUPERADO-MES PIC 9(013)V99.
      *
        01 WRK-TOTAL-GERAL.
           03 WRK-TOT-QTDE         PIC  9(009)         VALUE ZEROS.
           03 WRK-TOT-VLR-BAIXADO  PIC  9(013)V99      VALUE ZEROS.
           03 WRK-TOT-VLR-BAIXADO-MES PIC 9(013)V99    VALUE ZEROS.
           03 WRK-TOT-VLR-RECUPERADO PIC 9(013)V99     VALUE ZEROS.
           03 WRK-TOT-VLR-RECUPERADO-MES PIC 9(013)V99 VALUE ZEROS.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-PRD         PIC  9(004)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0343'.
        77 ACU-LIDOS-ARQBXP01      PIC  9(007)         VALUE ZEROS.
        77 ACU-BAIXADOS-NO-MES     PIC  9(007)         VALUE ZEROS.
        77 ACU-RECUPERADOS-NO-MES  PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-MES-REFERENCIA      PIC  9(006)         VALUE ZEROS.
        77 WRK-MES-BAIXA           PIC  9(006)         VALUE ZEROS.
        77 WRK-VLR-BAIXADO-MES     PIC  9(011)V99      VALUE ZEROS.
        77 WRK-VLR-RECUPERADO-MES  PIC  9(011)V99      VALUE ZEROS.
        77 WRK-PCT-RECUPERADO      PIC  9(005)V99      VALUE ZEROS.
        77 WRK-IND-SEM-ARQBXP01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQBXP01     VALUE 'S'.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQBXP01      VALUE 'ARQBXP01'.
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
              88 WRK-FS-PARM-FIM   VALUE '10'.
           05 WRK-FS-ARQBXP01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-BXP01-OK   VALUE '00'.
              88 WRK-FS-BXP01-FIM  VALUE '10'.
              88 WRK-FS-BXP01-NAO-EXISTE VALUE '35'.
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
           03 FILLER               PIC  X(055) VALUE
              'EXER0343 - RECUPERACAO X PERDA - MES DE REFERENCIA'.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TIT-MES-REFERENCIA PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC  X(070) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(012) VALUE
              '        COD '.
           03 FILLER               PIC  X(008) VALUE
              ' QTDCTR '.
           03 FILLER               PIC  X(018) VALUE
              '    VALOR BAIXADO '.
           03 FILLER               PIC  X(018) VALUE
              '   BAIXADO NO MES '.
           03 FILLER               PIC  X(018) VALUE
              '  VLR RECUPERADO  '.
           03 FILLER               PIC  X(018) VALUE
              'RECUPERADO NO MES '.
           03 FILLER               PIC  X(008) VALUE
              '% RECUP.'.
           03 FILLER               PIC  X(032) VALUE SPACES.
      *
        01 REL-LINHA-TOTAIS.
           03 REL-TOT-ROTULO       PIC  X(008) VALUE SPACES.
           03 REL-TOT-CODIGO       PIC  ZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-QTDE         PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-VLR-BAIXADO  PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-VLR-BAIXADO-MES PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-VLR-RECUPERADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-VLR-RECUPERADO-MES PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-PCT-RECUPERADO PIC ZZZZ9,99.
           03 FILLER               PIC  X(031) VALUE SPACES.
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
                UNTIL WRK-FS-BXP01-FIM
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

            IF WRK-MES-REFERENCIA EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-MES-REFERENCIA
            END-IF

            PERFORM 1000-10-ZERA-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999
            PERFORM 1000-20-ZERA-PRODUTO
                VARYING WRK-IND-SUB-PRD FROM 1 BY 1
                UNTIL WRK-IND-SUB-PRD GREATER 1000

            SET WRK-CN-ARQREL01         TO TRUE
            SET WRK-CN-OPEN             TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-MES-REFERENCIA     TO REL-TIT-MES-REFERENCIA
            SET WRK-CN-WRITE            TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-TITULO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            WRITE FD-ARQREL01           FROM REL-LINHA-CABECALHO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * CADASTRO DE BAIXADOS AINDA NAO CRIADO PELO EXER0336 - NENHUMA
      * PERDA APLICADA, O RELATORIO SAI SO COM O TOTAL GERAL ZERADO
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQBXP01         TO TRUE
            OPEN INPUT ARQBXP01
            EVALUATE TRUE
                WHEN WRK-FS-BXP01-NAO-EXISTE
                     SET WRK-SEM-ARQBXP01 TO TRUE
                     MOVE '10'          TO WRK-FS-ARQBXP01
                WHEN WRK-FS-BXP01-OK
                     PERFORM 3800-LER-CONTRATO
                WHEN OTHER
                     MOVE WRK-FS-ARQBXP01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-10-ZERA-AGENCIA            SECTION.
      *----------------------------------------------------------------*
            MOVE 'N'        TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
            MOVE ZEROS      TO WRK-AGE-QTDE (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-BAIXADO (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-BAIXADO-MES (WRK-IND-SUB-AGE)
                               WRK-AGE-VLR-RECUPERADO (WRK-IND-SUB-AGE)
                            WRK-AGE-VLR-RECUPERADO-MES (WRK-IND-SUB-AGE)
            .
      *----------------------------------------------------------------*
        1000-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-20-ZERA-PRODUTO            SECTION.
      *----------------------------------------------------------------*
            MOVE 'N'        TO WRK-PRD-VISTA (WRK-IND-SUB-PRD)
            MOVE ZEROS      TO WRK-PRD-QTDE (WRK-IND-SUB-PRD)
                               WRK-PRD-VLR-BAIXADO (WRK-IND-SUB-PRD)
                               WRK-PRD-VLR-BAIXADO-MES (WRK-IND-SUB-PRD)
                               WRK-PRD-VLR-RECUPERADO (WRK-IND-SUB-PRD)
                            WRK-PRD-VLR-RECUPERADO-MES (WRK-IND-SUB-PRD)
            .
      *----------------------------------------------------------------*
        1000-20-99-FIM.
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
               READ ARQPARM             INTO PARM15-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM15-MES-REFERENCIA TO WRK-MES-REFERENCIA
               END-IF

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
      *    ACUMULA UM CONTRATO BAIXADO NA AGENCIA, NO PRODUTO E NO     *
      *    TOTAL GERAL - O BAIXADO NO MES E O VALOR DO CONTRATO CUJA   *
      *    DATA DE BAIXA CAI NO MES DE REFERENCIA; O RECUPERADO NO MES *
      *    E O VALOR DO MES DE REFERENCIA DA RECUPERACAO DO CONTRATO   *
      *----------------------------------------------------------------*
        3000-PROCESSA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-VLR-BAIXADO-MES
                                           WRK-VLR-RECUPERADO-MES

            DIVIDE BXP01-DAT-BAIXA BY 100 GIVING WRK-MES-BAIXA
            IF WRK-MES-BAIXA EQUAL WRK-MES-REFERENCIA
               MOVE BXP01-VLR-BAIXADO   TO WRK-VLR-BAIXADO-MES
               ADD 1                    TO ACU-BAIXADOS-NO-MES
            END-IF

            IF BXP01-MES-REF-RECUPERACAO EQUAL WRK-MES-REFERENCIA
               AND BXP01-VLR-RECUPERADO-MES GREATER ZEROS
               MOVE BXP01-VLR-RECUPERADO-MES
                                        TO WRK-VLR-RECUPERADO-MES
               ADD 1                    TO ACU-RECUPERADOS-NO-MES
            END-IF

            ADD 1                       TO WRK-TOT-QTDE
            ADD BXP01-VLR-BAIXADO       TO WRK-TOT-VLR-BAIXADO
            ADD WRK-VLR-BAIXADO-MES     TO WRK-TOT-VLR-BAIXADO-MES
            ADD BXP01-VLR-RECUPERADO    TO WRK-TOT-VLR-RECUPERADO
            ADD WRK-VLR-RECUPERADO-MES  TO WRK-TOT-VLR-RECUPERADO-MES

            IF BXP01-COD-AGENCIA GREATER ZEROS
               MOVE BXP01-COD-AGENCIA   TO WRK-IND-SUB-AGE
               MOVE 'S'       TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
               ADD 1          TO WRK-AGE-QTDE (WRK-IND-SUB-AGE)
               ADD BXP01-VLR-BAIXADO
                              TO WRK-AGE-VLR-BAIXADO (WRK-IND-SUB-AGE)
               ADD WRK-VLR-BAIXADO-MES
                              TO WRK-AGE-VLR-BAIXADO-MES
                                 (WRK-IND-SUB-AGE)
               ADD BXP01-VLR-RECUPERADO
                              TO WRK-AGE-VLR-RECUPERADO
                                 (WRK-IND-SUB-AGE)
               ADD WRK-VLR-RECUPERADO-MES
                              TO WRK-AGE-VLR-RECUPERADO-MES
                                 (WRK-IND-SUB-AGE)
            END-IF

            COMPUTE WRK-IND-SUB-PRD = BXP01-COD-PRODUTO + 1
            MOVE 'S'          TO WRK-PRD-VISTA (WRK-IND-SUB-PRD)
            ADD 1             TO WRK-PRD-QTDE (WRK-IND-SUB-PRD)
            ADD BXP01-VLR-BAIXADO
                              TO WRK-PRD-VLR-BAIXADO (WRK-IND-SUB-PRD)
            ADD WRK-VLR-BAIXADO-MES
                              TO WRK-PRD-VLR-BAIXADO-MES
                                 (WRK-IND-SUB-PRD)
            ADD BXP01-VLR-RECUPERADO
                              TO WRK-PRD-VLR-RECUPERADO
                                 (WRK-IND-SUB-PRD)
            ADD WRK-VLR-RECUPERADO-MES
                              TO WRK-PRD-VLR-RECUPERADO-MES
                                 (WRK-IND-SUB-PRD)

            PERFORM 3800-LER-CONTRATO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO CADASTRO DE BAIXADOS        *
      *----------------------------------------------------------------*
        3800-LER-CONTRATO               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQBXP01         TO TRUE
            READ ARQBXP01               NEXT RECORD

            EVALUATE WRK-FS-ARQBXP01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQBXP01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQBXP01 TO WRK-FS-DISPLAY
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
      *    IMPRIME OS TOTAIS POR AGENCIA, POR PRODUTO E O TOTAL GERAL, *
      *    E ENCERRA                                                   *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 4100-IMPRIME-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            PERFORM 4200-IMPRIME-PRODUTO
                VARYING WRK-IND-SUB-PRD FROM 1 BY 1
                UNTIL WRK-IND-SUB-PRD GREATER 1000

            MOVE 'TOTAL   '             TO REL-TOT-ROTULO
            MOVE ZEROS                  TO REL-TOT-CODIGO
            MOVE WRK-TOT-QTDE           TO REL-TOT-QTDE
            MOVE WRK-TOT-VLR-BAIXADO    TO REL-TOT-VLR-BAIXADO
            MOVE WRK-TOT-VLR-BAIXADO-MES
                                        TO REL-TOT-VLR-BAIXADO-MES
            MOVE WRK-TOT-VLR-RECUPERADO TO REL-TOT-VLR-RECUPERADO
            MOVE WRK-TOT-VLR-RECUPERADO-MES
                                        TO REL-TOT-VLR-RECUPERADO-MES
            PERFORM 4900-GRAVA-LINHA-TOTAIS

            IF NOT WRK-SEM-ARQBXP01
               SET WRK-CN-CLOSE         TO TRUE
               SET WRK-CN-ARQBXP01      TO TRUE
               CLOSE ARQBXP01
            END-IF
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0343        *'
            DISPLAY '* MES DE REFERENCIA.......: ' WRK-MES-REFERENCIA
            DISPLAY '* CONTRATOS BAIXADOS LIDOS: ' ACU-LIDOS-ARQBXP01
            DISPLAY '* BAIXADOS NO MES.........: ' ACU-BAIXADOS-NO-MES
            DISPLAY '* COM RECUPERACAO NO MES..: '
                                                ACU-RECUPERADOS-NO-MES
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
      *    IMPRIME OS TOTAIS DE UMA AGENCIA COM CONTRATOS BAIXADOS     *
      *----------------------------------------------------------------*
        4100-IMPRIME-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) EQUAL 'S'
               MOVE 'AGENCIA '          TO REL-TOT-ROTULO
               MOVE WRK-IND-SUB-AGE     TO REL-TOT-CODIGO
               MOVE WRK-AGE-QTDE (WRK-IND-SUB-AGE)
                                        TO REL-TOT-QTDE
               MOVE WRK-AGE-VLR-BAIXADO (WRK-IND-SUB-AGE)
                                        TO REL-TOT-VLR-BAIXADO
               MOVE WRK-AGE-VLR-BAIXADO-MES (WRK-IND-SUB-AGE)
                                        TO REL-TOT-VLR-BAIXADO-MES
               MOVE WRK-AGE-VLR-RECUPERADO (WRK-IND-SUB-AGE)
                                        TO REL-TOT-VLR-RECUPERADO
               MOVE WRK-AGE-VLR-RECUPERADO-MES (WRK-IND-SUB-AGE)
                                        TO REL-TOT-VLR-RECUPERADO-MES
               PERFORM 4900-GRAVA-LINHA-TOTAIS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME OS TOTAIS DE UM PRODUTO COM CONTRATOS BAIXADOS      *
      *----------------------------------------------------------------*
        4200-IMPRIME-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-PRD-VISTA (WRK-IND-SUB-PRD) EQUAL 'S'
               MOVE 'PRODUTO '          TO REL-TOT-ROTULO
               COMPUTE REL-TOT-CODIGO = WRK-IND-SUB-PRD - 1
               MOVE WRK-PRD-QTDE (WRK-IND-SUB-PRD)
                                        TO REL-TOT-QTDE
               MOVE WRK-PRD-VLR-BAIXADO (WRK-IND-SUB-PRD)
                                        TO REL-TOT-VLR-BAIXADO
               MOVE WRK-PRD-VLR-BAIXADO-MES (WRK-IND-SUB-PRD)
                                        TO REL-TOT-VLR-BAIXADO-MES
               MOVE WRK-PRD-VLR-RECUPERADO (WRK-IND-SUB-PRD)
                                        TO REL-TOT-VLR-RECUPERADO
               MOVE WRK-PRD-VLR-RECUPERADO-MES (WRK-IND-SUB-PRD)
                                        TO REL-TOT-VLR-RECUPERADO-MES
               PERFORM 4900-GRAVA-LINHA-TOTAIS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CALCULA O PERCENTUAL RECUPERADO SOBRE O BAIXADO DA LINHA    *
      *    (JA MONTADA PELO CHAMADOR) E GRAVA A LINHA NO RELATORIO     *
      *----------------------------------------------------------------*
        4900-GRAVA-LINHA-TOTAIS         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-PCT-RECUPERADO
            EVALUATE REL-TOT-ROTULO
                WHEN 'AGENCIA '
                     IF WRK-AGE-VLR-BAIXADO (WRK-IND-SUB-AGE)
                                        GREATER ZEROS
                        COMPUTE WRK-PCT-RECUPERADO ROUNDED =
                            WRK-AGE-VLR-RECUPERADO (WRK-IND-SUB-AGE)
                            * 100
                            / WRK-AGE-VLR-BAIXADO (WRK-IND-SUB-AGE)
                            ON SIZE ERROR
                               MOVE 99999,99 TO WRK-PCT-RECUPERADO
                        END-COMPUTE
                     END-IF
                WHEN 'PRODUTO '
                     IF WRK-PRD-VLR-BAIXADO (WRK-IND-SUB-PRD)
                                        GREATER ZEROS
                        COMPUTE WRK-PCT-RECUPERADO ROUNDED =
                            WRK-PRD-VLR-RECUPERADO (WRK-IND-SUB-PRD)
                            * 100
                            / WRK-PRD-VLR-BAIXADO (WRK-IND-SUB-PRD)
                            ON SIZE ERROR
                               MOVE 99999,99 TO WRK-PCT-RECUPERADO
                        END-COMPUTE
                     END-IF
                WHEN OTHER
                     IF WRK-TOT-VLR-BAIXADO GREATER ZEROS
                        COMPUTE WRK-PCT-RECUPERADO ROUNDED =
                            WRK-TOT-VLR-RECUPERADO * 100
                            / WRK-TOT-VLR-BAIXADO
                            ON SIZE ERROR
                               MOVE 99999,99 TO WRK-PCT-RECUPERADO
                        END-COMPUTE
                     END-IF
            END-EVALUATE
            MOVE WRK-PCT-RECUPERADO     TO REL-TOT-PCT-RECUPERADO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-TOTAIS
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
