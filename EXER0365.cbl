      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0365.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: PRORROGACAO EM MASSA DE VENCIMENTOS - QUANDO  *
      *    A DIRETORIA CONCEDE CARENCIA A UMA REGIAO ATINGIDA POR      *
      *    ENCHENTE OU EVENTO SEMELHANTE, EM VEZ DA RENEGOCIACAO ('R'  *
      *    DO EXER0314) CONTA A CONTA. SELECIONA OS CONTRATOS ATIVOS   *
      *    DO CADASTRO (ARQENT01) POR FAIXA DE AGENCIAS, PRODUTO OU    *
      *    LISTA DE CONTAS (CARTAO ARQPARM, BOOK PAR03165) E ADIA EM N *
      *    MESES O VENCIMENTO DE CADA PARCELA EM ABERTO DO PLANO       *
      *    (ARQPLA01), MANTENDO NUMERO E VALOR DA PARCELA (MESMA REGRA *
      *    DE AVANCO DE MES DO EXER0344 - DIA MAIOR QUE 28 VAI PARA    *
      *    28). CADA PARCELA PRORROGADA SAI NO RASTRO ACUMULADO        *
      *    (ARQTPR01) COM O VENCIMENTO ANTES E DEPOIS, E O CONTRATO    *
      *    FICA NO ARQUIVO DE PRORROGACOES (ARQPRG01) COM O FIM DO     *
      *    PERIODO (CONCESSAO + N MESES): ATE LA O BALANCE LINE        *
      *    (EXER0312) NAO ACUMULA MULTA DE ATRASO NEM EMITE CARTA DE   *
      *    COBRANCA E A NEGATIVACAO (EXER0340) NAO INCLUI O CONTRATO   *
      *    NO BUREAU. CONTRATO SEM PLANO (PARCELA UNICA DO CADASTRO)   *
      *    OU SEM PARCELA EM ABERTO NAO E PRORROGADO. O RELATORIO      *
      *    (ARQREL01) TOTALIZA AS PRORROGACOES CONCEDIDAS POR AGENCIA. *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03165
      *      ARQLPR01                                  LPR03165
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQPRG01                                  PRG03165
      *      ARQTPR01                                  TPR03165
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

            SELECT ARQLPR01 ASSIGN      TO UT-S-ARQLPR01
                       FILE STATUS      IS WRK-FS-ARQLPR01.

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

            SELECT ARQPRG01 ASSIGN      TO UT-S-ARQPRG01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PRG01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPRG01.

            SELECT ARQTPR01 ASSIGN      TO UT-S-ARQTPR01
                       FILE STATUS      IS WRK-FS-ARQTPR01.

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
        01 FD-ARQPARM              PIC X(52).

        FD  ARQLPR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQLPR01             PIC X(14).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQPRG01
            LABEL RECORD   IS STANDARD.
            COPY PRG03165.

        FD  ARQTPR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQTPR01             PIC X(64).

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
            COPY PAR03165.
            COPY LPR03165.
            COPY TPR03165.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0365'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 WRK-MASK-VALOR          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
        77 ACU-LIDOS-ARQLPR01      PIC  9(007)         VALUE ZEROS.
        77 ACU-SELECIONADOS        PIC  9(007)         VALUE ZEROS.
        77 ACU-NAO-CADASTRADOS     PIC  9(007)         VALUE ZEROS.
        77 ACU-INATIVOS            PIC  9(007)         VALUE ZEROS.
        77 ACU-JA-PRORROGADOS      PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-PLANO           PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-PARCELA-ABERTA  PIC  9(007)         VALUE ZEROS.
        77 ACU-PRORROGADOS         PIC  9(007)         VALUE ZEROS.
        77 ACU-PARCELAS            PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-VLR-PRORROGADO  PIC  9(013)V99      VALUE ZEROS.
      *
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
      *
        01 WRK-DAT-REFERENCIA      PIC  9(008)         VALUE ZEROS.
        01 WRK-DAT-REFERENCIA-R    REDEFINES WRK-DAT-REFERENCIA.
           03 WRK-REF-ANO          PIC  9(004).
           03 WRK-REF-MES          PIC  9(002).
           03 WRK-REF-DIA          PIC  9(002).
      * ULTIMO DIA DA SUSPENSAO DA COBRANCA (REFERENCIA + N MESES)
        77 WRK-DAT-FIM-PRORROGACAO PIC  9(008)         VALUE ZEROS.
      *
        77 WRK-IND-FIM-SELECAO     PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SELECAO      VALUE 'S'.
        77 WRK-IND-CONTA-ACHADA    PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-ACHADA     VALUE 'S'.
        77 WRK-IND-CONTRATO-TEM-PLANO PIC X(001)       VALUE 'N'.
           88 WRK-CONTRATO-TEM-PLANO VALUE 'S'.
        77 WRK-IND-PRG-EXISTE      PIC  X(001)         VALUE 'N'.
           88 WRK-PRG-EXISTE       VALUE 'S'.
      *
      * PARCELAS PRORROGADAS NO CONTRATO CORRENTE
        77 WRK-QTD-PARC-CONTRATO   PIC  9(003)         VALUE ZEROS.
        77 WRK-VLR-PARC-CONTRATO   PIC  9(011)V99      VALUE ZEROS.
      *
        01 WRK-CHAVE-CONTRATO.
           03 WRK-CTR-COD-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-CTR-NUM-CONTA    PIC  9(008)         VALUE ZEROS.
           03 WRK-CTR-NUM-CONTRATO PIC  9(002)         VALUE ZEROS.
      *
      * VENCIMENTO dd.mm.aaaa SENDO AVANCADO (VIDE 3220-AVANCA-MES)
        01 WRK-DAT-VENC-EDIT.
           03 WRK-VENC-DIA         PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-VENC-MES         PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(001)         VALUE '.'.
           03 WRK-VENC-ANO         PIC  9(004)         VALUE ZEROS.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQLPR01      VALUE 'ARQLPR01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQPRG01      VALUE 'ARQPRG01'.
           88 WRK-CN-ARQTPR01      VALUE 'ARQTPR01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
           88 WRK-CN-REWRITE       VALUE 'REWRI'.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE TOTAIS POR AGENCIA'.
      *----------------------------------------------------------------*
      *
        01 WRK-TAB-AGENCIAS.
           03 WRK-AGE-OCORRENCIA   OCCURS 9999 TIMES.
              05 WRK-AGE-QTD-CONTRATOS PIC 9(007).
              05 WRK-AGE-QTD-PARCELAS  PIC 9(007).
              05 WRK-AGE-VLR-PRORROGADO PIC 9(013)V99.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
              88 WRK-FS-PARM-OK    VALUE '00'.
           05 WRK-FS-ARQLPR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LPR01-OK   VALUE '00'.
              88 WRK-FS-LPR01-FIM  VALUE '10'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
           05 WRK-FS-ARQPRG01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRG01-OK   VALUE '00'.
              88 WRK-FS-PRG01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQTPR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-TPR01-OK   VALUE '00'.
              88 WRK-FS-TPR01-NAO-EXISTE VALUE '35'.
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
           03 FILLER               PIC  X(046) VALUE
              'EXER0365 - PRORROGACOES CONCEDIDAS POR AGENCIA'.
           03 FILLER               PIC  X(013) VALUE
              ' - CONCESSAO '.
           03 REL-TIT-DAT-REFERENCIA PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(009) VALUE
              ' - MESES '.
           03 REL-TIT-QTD-MESES    PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(017) VALUE
              ' - SUSPENSAO ATE '.
           03 REL-TIT-DAT-FIM      PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(029) VALUE SPACES.
      *
        01 REL-LINHA-MOTIVO.
           03 FILLER               PIC  X(008) VALUE 'MOTIVO: '.
           03 REL-MOT-DES-MOTIVO   PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(012) VALUE
              ' - SELECAO: '.
           03 REL-MOT-TIPO-SELECAO PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(081) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(046) VALUE
              'AGEN CONTRATOS    PARCELAS    VALOR PRORROGADO'.
           03 FILLER               PIC  X(086) VALUE SPACES.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(003) VALUE SPACES.
           03 REL-DET-QTD-CONTRATOS PIC ZZZ.ZZ9.
           03 FILLER               PIC  X(004) VALUE SPACES.
           03 REL-DET-QTD-PARCELAS PIC  ZZZZ.ZZ9.
           03 FILLER               PIC  X(003) VALUE SPACES.
           03 REL-DET-VLR-PRORROGADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(086) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL.
           03 FILLER               PIC  X(007) VALUE 'TOTAL  '.
           03 REL-TOT-QTD-CONTRATOS PIC ZZZ.ZZ9.
           03 FILLER               PIC  X(004) VALUE SPACES.
           03 REL-TOT-QTD-PARCELAS PIC  ZZZZ.ZZ9.
           03 FILLER               PIC  X(003) VALUE SPACES.
           03 REL-TOT-VLR-PRORROGADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(086) VALUE SPACES.
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
                UNTIL WRK-FIM-SELECAO
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
            PERFORM 1150-CRITICA-PARAMETROS

            IF WRK-DAT-REFERENCIA EQUAL ZEROS
               MOVE WRK-RUN-DATA        TO WRK-DAT-REFERENCIA
            END-IF

            PERFORM 1300-CALCULA-FIM-PRORROGACAO

            INITIALIZE                  WRK-TAB-AGENCIAS

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPLA01         TO TRUE
            OPEN I-O ARQPLA01
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * PRIMEIRA PRORROGACAO CONCEDIDA - CRIA O ARQUIVO
            SET WRK-CN-ARQPRG01         TO TRUE
            OPEN I-O ARQPRG01
            IF WRK-FS-PRG01-NAO-EXISTE
               OPEN OUTPUT ARQPRG01
               IF WRK-FS-PRG01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQPRG01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQPRG01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-PRG01-OK
               MOVE WRK-FS-ARQPRG01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQTPR01         TO TRUE
            OPEN EXTEND ARQTPR01
            IF WRK-FS-TPR01-NAO-EXISTE
               OPEN OUTPUT ARQTPR01
            END-IF
            IF NOT WRK-FS-TPR01-OK
               MOVE WRK-FS-ARQTPR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM28-SELECAO-LISTA
               SET WRK-CN-ARQLPR01      TO TRUE
               OPEN INPUT ARQLPR01
               IF NOT WRK-FS-LPR01-OK
                  MOVE WRK-FS-ARQLPR01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
               PERFORM 3810-LER-LISTA
            ELSE
               PERFORM 1200-POSICIONA-CADASTRO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CARTAO/ARQUIVO DE PARAMETROS - SEM     *
      *    CARTAO NAO HA SELECAO E O PROGRAMA E CANCELADO NA CRITICA   *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM28-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM28-DAT-REFERENCIA TO WRK-DAT-REFERENCIA
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
      *    CRITICA A SELECAO E O PRAZO DA PRORROGACAO - NADA E         *
      *    ALTERADO COM O CARTAO INVALIDO                              *
      *----------------------------------------------------------------*
        1150-CRITICA-PARAMETROS          SECTION.
      *----------------------------------------------------------------*
      *
            IF PARM28-QTD-MESES EQUAL ZEROS
               OR PARM28-QTD-MESES GREATER 12
               PERFORM 9150-ERRO-PARAMETRO
            END-IF

            EVALUATE TRUE
                WHEN PARM28-SELECAO-AGENCIA
                     IF PARM28-COD-AGENCIA-FIM EQUAL ZEROS
                        OR PARM28-COD-AGENCIA-INI
                           GREATER PARM28-COD-AGENCIA-FIM
                        PERFORM 9150-ERRO-PARAMETRO
                     END-IF
                WHEN PARM28-SELECAO-PRODUTO
                     IF PARM28-COD-PRODUTO EQUAL ZEROS
                        PERFORM 9150-ERRO-PARAMETRO
                     END-IF
                WHEN PARM28-SELECAO-LISTA
                     CONTINUE
                WHEN OTHER
                     PERFORM 9150-ERRO-PARAMETRO
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        1150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    POSICIONA O CADASTRO NA PRIMEIRA AGENCIA DA FAIXA (SELECAO  *
      *    'A') OU NO INICIO (SELECAO 'P') E LE O PRIMEIRO CONTRATO    *
      *----------------------------------------------------------------*
        1200-POSICIONA-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO ARQENT01-CHAVE
            IF PARM28-SELECAO-AGENCIA
               MOVE PARM28-COD-AGENCIA-INI TO ARQENT01-COD-AGENCIA
            END-IF

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3800-LER-CADASTRO
                WHEN '23'
                     SET WRK-FIM-SELECAO TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FIM DA SUSPENSAO DA COBRANCA - MESMO DIA DA CONCESSAO, N    *
      *    MESES DEPOIS (MESMA REGRA DO AVANCO DOS VENCIMENTOS)        *
      *----------------------------------------------------------------*
        1300-CALCULA-FIM-PRORROGACAO    SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-REF-DIA            TO WRK-VENC-DIA
            MOVE WRK-REF-MES            TO WRK-VENC-MES
            MOVE WRK-REF-ANO            TO WRK-VENC-ANO

            PERFORM 3220-AVANCA-MES
                PARM28-QTD-MESES TIMES

            COMPUTE WRK-DAT-FIM-PRORROGACAO =
                    WRK-VENC-ANO * 10000 + WRK-VENC-MES * 100
                    + WRK-VENC-DIA
            .
      *
      *----------------------------------------------------------------*
        1300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA O PROXIMO ITEM DA SELECAO: UMA CONTA DA LISTA OU UM   *
      *    CONTRATO DO CADASTRO (NA SELECAO POR PRODUTO, SO OS DO      *
      *    PRODUTO DO CARTAO)                                          *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            IF PARM28-SELECAO-LISTA
               PERFORM 3050-TRATA-LISTA
               PERFORM 3810-LER-LISTA
               GO TO 3000-99-FIM
            END-IF

            IF PARM28-SELECAO-AGENCIA
               OR ARQENT01-COD-PRODUTO EQUAL PARM28-COD-PRODUTO
               PERFORM 3100-PRORROGA-CONTRATO
            END-IF

            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA UMA CONTA DA LISTA - CONTRATO INFORMADO E LIDO PELA   *
      *    CHAVE; CONTRATO ZERADO PRORROGA TODOS OS DA CONTA           *
      *----------------------------------------------------------------*
        3050-TRATA-LISTA                SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTA-ACHADA

            MOVE LPR01-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE LPR01-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE LPR01-NUM-CONTRATO     TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE

            IF LPR01-NUM-CONTRATO GREATER ZEROS
               READ ARQENT01            KEY IS ARQENT01-CHAVE
               EVALUATE WRK-FS-ARQENT01
                   WHEN '00'
                        SET WRK-CONTA-ACHADA TO TRUE
                        PERFORM 3100-PRORROGA-CONTRATO
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
            ELSE
               START ARQENT01 KEY NOT LESS ARQENT01-CHAVE
               EVALUATE WRK-FS-ARQENT01
                   WHEN '00'
                        PERFORM 3050-10-LER-CONTRATO
                            UNTIL NOT WRK-FS-ENT01-OK
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
            END-IF

            IF NOT WRK-CONTA-ACHADA
               ADD 1                    TO ACU-NAO-CADASTRADOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3050-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3050-10-LER-CONTRATO            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-COD-AGENCIA EQUAL LPR01-COD-AGENCIA
                        AND ARQENT01-NUM-CONTA EQUAL LPR01-NUM-CONTA
                        SET WRK-CONTA-ACHADA TO TRUE
                        PERFORM 3100-PRORROGA-CONTRATO
                     ELSE
      * PASSOU DA CONTA - ENCERRA A PESQUISA
                        MOVE '10'       TO WRK-FS-ARQENT01
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
        3050-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PRORROGA O CONTRATO CORRENTE DO CADASTRO: ADIA AS PARCELAS  *
      *    EM ABERTO DO PLANO E REGISTRA A PRORROGACAO. CONTRATO JA    *
      *    PRORROGADO NA MESMA DATA NAO E ADIADO DE NOVO               *
      *----------------------------------------------------------------*
        3100-PRORROGA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO ACU-SELECIONADOS

            IF ARQENT01-CONTA-INATIVA
               ADD 1                    TO ACU-INATIVOS
               GO TO 3100-99-FIM
            END-IF

            MOVE ARQENT01-COD-AGENCIA   TO WRK-CTR-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO WRK-CTR-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO WRK-CTR-NUM-CONTRATO

            MOVE 'N'                    TO WRK-IND-PRG-EXISTE
            MOVE WRK-CHAVE-CONTRATO     TO PRG01-CHAVE

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPRG01         TO TRUE
            READ ARQPRG01                KEY IS PRG01-CHAVE

            EVALUATE WRK-FS-ARQPRG01
                WHEN '00'
                     IF PRG01-DAT-CONCESSAO EQUAL WRK-DAT-REFERENCIA
                        ADD 1           TO ACU-JA-PRORROGADOS
                        GO TO 3100-99-FIM
                     END-IF
                     SET WRK-PRG-EXISTE TO TRUE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPRG01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            PERFORM 3200-PRORROGA-PLANO

            IF NOT WRK-CONTRATO-TEM-PLANO
               ADD 1                    TO ACU-SEM-PLANO
               GO TO 3100-99-FIM
            END-IF

            IF WRK-QTD-PARC-CONTRATO EQUAL ZEROS
               ADD 1                    TO ACU-SEM-PARCELA-ABERTA
               GO TO 3100-99-FIM
            END-IF

            PERFORM 3300-GRAVA-PRORROGACAO

            IF WRK-CTR-COD-AGENCIA GREATER ZEROS
               MOVE WRK-CTR-COD-AGENCIA TO WRK-IND-SUB-AGE
               ADD 1
                     TO WRK-AGE-QTD-CONTRATOS (WRK-IND-SUB-AGE)
               ADD WRK-QTD-PARC-CONTRATO
                     TO WRK-AGE-QTD-PARCELAS (WRK-IND-SUB-AGE)
               ADD WRK-VLR-PARC-CONTRATO
                     TO WRK-AGE-VLR-PRORROGADO (WRK-IND-SUB-AGE)
            END-IF

            ADD 1                       TO ACU-PRORROGADOS
            ADD WRK-VLR-PARC-CONTRATO   TO ACU-TOT-VLR-PRORROGADO
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O PLANO DO CONTRATO CORRENTE ADIANDO CADA PARCELA  *
      *    EM ABERTO                                                   *
      *----------------------------------------------------------------*
        3200-PRORROGA-PLANO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTRATO-TEM-PLANO
            MOVE ZEROS                  TO WRK-QTD-PARC-CONTRATO
                                           WRK-VLR-PARC-CONTRATO

            MOVE WRK-CTR-COD-AGENCIA    TO PLA01-COD-AGENCIA
            MOVE WRK-CTR-NUM-CONTA      TO PLA01-NUM-CONTA
            MOVE WRK-CTR-NUM-CONTRATO   TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3200-10-LER-PARCELA
                         UNTIL NOT WRK-FS-PLA01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3200-10-LER-PARCELA             SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            READ ARQPLA01               NEXT RECORD
            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     IF PLA01-COD-AGENCIA EQUAL WRK-CTR-COD-AGENCIA
                        AND PLA01-NUM-CONTA EQUAL WRK-CTR-NUM-CONTA
                        AND PLA01-NUM-CONTRATO
                            EQUAL WRK-CTR-NUM-CONTRATO
                        SET WRK-CONTRATO-TEM-PLANO TO TRUE
                        IF PLA01-PARCELA-ABERTA
                           PERFORM 3210-PRORROGA-PARCELA
                        END-IF
                     ELSE
      * PASSOU DO CONTRATO - ENCERRA A VARREDURA DO PLANO
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
        3200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ADIA EM N MESES O VENCIMENTO DA PARCELA EM ABERTO CORRENTE  *
      *    (NUMERO E VALOR INALTERADOS) E GRAVA O RASTRO               *
      *----------------------------------------------------------------*
        3210-PRORROGA-PARCELA           SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  TPR01-REGISTRO
            MOVE WRK-DAT-REFERENCIA     TO TPR01-DAT-PROCESSAMENTO
            MOVE PLA01-CHAVE            TO TPR01-CHAVE
            MOVE PLA01-DAT-VENCIMENTO   TO TPR01-DAT-VENC-ANTERIOR
            MOVE PLA01-VLR-PARCELA      TO TPR01-VLR-PARCELA
            MOVE WRK-DAT-FIM-PRORROGACAO TO TPR01-DAT-FIM-PRORROGACAO

            MOVE PLA01-DAT-VENCIMENTO   TO WRK-DAT-VENC-EDIT
            PERFORM 3220-AVANCA-MES
                PARM28-QTD-MESES TIMES
            MOVE WRK-DAT-VENC-EDIT      TO PLA01-DAT-VENCIMENTO
                                           TPR01-DAT-VENC-NOVO

            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            REWRITE PLA01-REGISTRO
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQTPR01         TO TRUE
            WRITE FD-ARQTPR01           FROM TPR01-REGISTRO
            IF NOT WRK-FS-TPR01-OK
               MOVE WRK-FS-ARQTPR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO WRK-QTD-PARC-CONTRATO
                                           ACU-PARCELAS
            ADD PLA01-VLR-PARCELA       TO WRK-VLR-PARC-CONTRATO
            .
      *
      *----------------------------------------------------------------*
        3210-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    AVANCA O VENCIMENTO EM UM MES - DIA MAIOR QUE 28 E          *
      *    AJUSTADO PARA 28, PARA O VENCIMENTO EXISTIR EM QUALQUER MES *
      *----------------------------------------------------------------*
        3220-AVANCA-MES                 SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO WRK-VENC-MES
            IF WRK-VENC-MES GREATER 12
               MOVE 1                   TO WRK-VENC-MES
               ADD 1                    TO WRK-VENC-ANO
            END-IF
            IF WRK-VENC-DIA GREATER 28
               MOVE 28                  TO WRK-VENC-DIA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3220-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA (OU SUBSTITUI A ANTERIOR) A PRORROGACAO DO CONTRATO   *
      *    QUE O BALANCE LINE E A NEGATIVACAO CONSULTAM                *
      *----------------------------------------------------------------*
        3300-GRAVA-PRORROGACAO          SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  PRG01-REGISTRO
            MOVE WRK-CHAVE-CONTRATO     TO PRG01-CHAVE
            MOVE WRK-DAT-REFERENCIA     TO PRG01-DAT-CONCESSAO
            MOVE WRK-DAT-FIM-PRORROGACAO TO PRG01-DAT-FIM-PRORROGACAO
            MOVE PARM28-QTD-MESES       TO PRG01-QTD-MESES
            MOVE WRK-QTD-PARC-CONTRATO  TO PRG01-QTD-PARCELAS
            MOVE PARM28-IND-TIPO-SELECAO TO PRG01-IND-TIPO-SELECAO
            MOVE PARM28-DES-MOTIVO      TO PRG01-DES-MOTIVO

            SET WRK-CN-ARQPRG01         TO TRUE
            IF WRK-PRG-EXISTE
               SET WRK-CN-REWRITE       TO TRUE
               REWRITE PRG01-REGISTRO
            ELSE
               SET WRK-CN-WRITE         TO TRUE
               WRITE PRG01-REGISTRO
            END-IF

            IF NOT WRK-FS-PRG01-OK
               MOVE WRK-FS-ARQPRG01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO CONTRATO DO CADASTRO - NA SELECAO POR FAIXA,   *
      *    A SELECAO TERMINA AO PASSAR DA ULTIMA AGENCIA               *
      *----------------------------------------------------------------*
        3800-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF PARM28-SELECAO-AGENCIA
                        AND ARQENT01-COD-AGENCIA
                            GREATER PARM28-COD-AGENCIA-FIM
                        SET WRK-FIM-SELECAO TO TRUE
                     END-IF
                WHEN '10'
                     SET WRK-FIM-SELECAO TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
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
      *    ROTINA DE LEITURA DA LISTA DE CONTAS (SELECAO 'L')          *
      *----------------------------------------------------------------*
        3810-LER-LISTA                  SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQLPR01         TO TRUE
            READ ARQLPR01               INTO LPR01-REGISTRO

            EVALUATE WRK-FS-ARQLPR01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQLPR01
                WHEN '10'
                     SET WRK-FIM-SELECAO TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQLPR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3810-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DA AGENCIA COM PRORROGACAO CONCEDIDA        *
      *----------------------------------------------------------------*
        3850-IMPRIME-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-QTD-CONTRATOS (WRK-IND-SUB-AGE) EQUAL ZEROS
               GO TO 3850-99-FIM
            END-IF

            MOVE WRK-IND-SUB-AGE        TO REL-DET-COD-AGENCIA
            MOVE WRK-AGE-QTD-CONTRATOS (WRK-IND-SUB-AGE)
                                        TO REL-DET-QTD-CONTRATOS
            MOVE WRK-AGE-QTD-PARCELAS (WRK-IND-SUB-AGE)
                                        TO REL-DET-QTD-PARCELAS
            MOVE WRK-AGE-VLR-PRORROGADO (WRK-IND-SUB-AGE)
                                        TO REL-DET-VLR-PRORROGADO
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3850-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DO RELATORIO (JA MONTADA EM FD-ARQREL01)    *
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA - IMPRIME O RELATORIO     *
      *    POR AGENCIA E O RESUMO                                      *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-DAT-REFERENCIA      TO REL-TIT-DAT-REFERENCIA
            MOVE PARM28-QTD-MESES        TO REL-TIT-QTD-MESES
            MOVE WRK-DAT-FIM-PRORROGACAO TO REL-TIT-DAT-FIM
            MOVE REL-LINHA-TITULO        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE PARM28-DES-MOTIVO       TO REL-MOT-DES-MOTIVO
            MOVE PARM28-IND-TIPO-SELECAO TO REL-MOT-TIPO-SELECAO
            MOVE REL-LINHA-MOTIVO        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-BRANCA        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO     TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            PERFORM 3850-IMPRIME-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            MOVE REL-LINHA-BRANCA        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-PRORROGADOS         TO REL-TOT-QTD-CONTRATOS
            MOVE ACU-PARCELAS            TO REL-TOT-QTD-PARCELAS
            MOVE ACU-TOT-VLR-PRORROGADO  TO REL-TOT-VLR-PRORROGADO
            MOVE REL-LINHA-TOTAL         TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            SET WRK-CN-CLOSE             TO TRUE
            IF PARM28-SELECAO-LISTA
               SET WRK-CN-ARQLPR01       TO TRUE
               CLOSE ARQLPR01
            END-IF
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01

            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPRG01          TO TRUE
            CLOSE ARQPRG01
            IF NOT WRK-FS-PRG01-OK
               MOVE WRK-FS-ARQPRG01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQTPR01          TO TRUE
            CLOSE ARQTPR01
            IF NOT WRK-FS-TPR01-OK
               MOVE WRK-FS-ARQTPR01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0365        *'
            DISPLAY '* SELECAO.................: '
                                        PARM28-IND-TIPO-SELECAO
            DISPLAY '* DATA DA CONCESSAO.......: ' WRK-DAT-REFERENCIA
            DISPLAY '* COBRANCA SUSPENSA ATE...: '
                                        WRK-DAT-FIM-PRORROGACAO
            IF PARM28-SELECAO-LISTA
               MOVE ACU-LIDOS-ARQLPR01   TO WRK-MASK-QTDREG
               DISPLAY '* CONTAS DA LISTA.........: ' WRK-MASK-QTDREG
               MOVE ACU-NAO-CADASTRADOS  TO WRK-MASK-QTDREG
               DISPLAY '* CONTAS SEM CADASTRO.....: ' WRK-MASK-QTDREG
            END-IF
            MOVE ACU-SELECIONADOS        TO WRK-MASK-QTDREG
            DISPLAY '* CONTRATOS SELECIONADOS..: ' WRK-MASK-QTDREG
            MOVE ACU-INATIVOS            TO WRK-MASK-QTDREG
            DISPLAY '* INATIVOS................: ' WRK-MASK-QTDREG
            MOVE ACU-JA-PRORROGADOS      TO WRK-MASK-QTDREG
            DISPLAY '* JA PRORROGADOS NA DATA..: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-PLANO           TO WRK-MASK-QTDREG
            DISPLAY '* SEM PLANO DE PARCELAS...: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-PARCELA-ABERTA  TO WRK-MASK-QTDREG
            DISPLAY '* SEM PARCELA EM ABERTO...: ' WRK-MASK-QTDREG
            MOVE ACU-PRORROGADOS         TO WRK-MASK-QTDREG
            DISPLAY '* CONTRATOS PRORROGADOS...: ' WRK-MASK-QTDREG
            MOVE ACU-PARCELAS            TO WRK-MASK-QTDREG
            DISPLAY '* PARCELAS PRORROGADAS....: ' WRK-MASK-QTDREG
            MOVE ACU-TOT-VLR-PRORROGADO  TO WRK-MASK-VALOR
            DISPLAY '* VALOR PRORROGADO........: ' WRK-MASK-VALOR
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
      *    CARTAO DE PARAMETROS AUSENTE OU INVALIDO - SELECAO NAO      *
      *    RECONHECIDA, FAIXA DE AGENCIAS INVERTIDA, PRODUTO ZERADO    *
      *    OU PRAZO FORA DE 01 A 12 MESES                              *
      *----------------------------------------------------------------*
        9150-ERRO-PARAMETRO        SECTION.
      *----------------------------------------------------------------*

            DISPLAY '************************************************'
            DISPLAY '*  CARTAO DE PARAMETROS AUSENTE OU INVALIDO     *'
            DISPLAY '* SELECAO    : ' PARM28-IND-TIPO-SELECAO
                                        '                           *'
            DISPLAY '* MESES      : ' PARM28-QTD-MESES
                                        '                          *'
            DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                       ' CANCELADO                  *'
            DISPLAY '************************************************'

            MOVE 12                     TO WRK-COD-RETORNO
            PERFORM 9900-FIM-PROGRAMA
            .

      *----------------------------------------------------------------*
        9150-99-FIM.
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
