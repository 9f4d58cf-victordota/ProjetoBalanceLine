      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0359.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: APROVACAO DAS TRANSACOES DE MANUTENCAO        *
      *    RETIDAS PARA DUPLO CONTROLE (ARQPND01, BOOK PND03159) PELOS *
      *    PROGRAMAS EXER0313 (CADASTRO), EXER0314 (PLANO), EXER0316   *
      *    (CARENCIA POR PRODUTO) E EXER0330 (ACORDOS). CADA DECISAO   *
      *    DO ARQUIVO DE APROVACAO (ARQAPV01) SO E ACEITA PARA UMA     *
      *    PENDENCIA AINDA EM ABERTO, DENTRO DO PRAZO E COM APROVADOR  *
      *    INFORMADO E DIFERENTE DO OPERADOR QUE DIGITOU A TRANSACAO;  *
      *    A PENDENCIA APROVADA E EFETIVADA PELO PROPRIO PROGRAMA DE   *
      *    MANUTENCAO NA SUA EXECUCAO SEGUINTE. EM SEGUIDA AS          *
      *    PENDENCIAS SEM DECISAO HA MAIS DIAS QUE A VALIDADE DO       *
      *    CARTAO DE PARAMETRO (ARQPARM, BOOK PAR03159 - SEM CARTAO,   *
      *    005 DIAS) SAO EXPIRADAS. O RELATORIO LISTA AS DECISOES      *
      *    (APROVADAS, REJEITADAS E RECUSADAS) E AS PENDENCIAS         *
      *    EXPIRADAS. DECISAO RECUSADA TERMINA COM RETURN-CODE 4.      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03159
      *      ARQAPV01                                  APV03159
      *      ARQPND01                                  PND03159
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

            SELECT ARQAPV01 ASSIGN      TO UT-S-ARQAPV01
                       FILE STATUS      IS WRK-FS-ARQAPV01.

            SELECT ARQPND01 ASSIGN      TO UT-S-ARQPND01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PND01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPND01.

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
        01 FD-ARQPARM              PIC X(03).

        FD  ARQAPV01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQAPV01             PIC X(86).

        FD  ARQPND01
            LABEL RECORD   IS STANDARD.
            COPY PND03159.

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
            COPY PAR03159.
            COPY APV03159.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQAPV01      PIC  9(005)         VALUE ZEROS.
        77 ACU-APROVADAS           PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADAS          PIC  9(005)         VALUE ZEROS.
        77 ACU-RECUSADAS           PIC  9(005)         VALUE ZEROS.
        77 ACU-EXPIRADAS           PIC  9(005)         VALUE ZEROS.
        77 ACU-EM-ABERTO           PIC  9(005)         VALUE ZEROS.
        77 ACU-A-EFETIVAR          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0359'.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
      *
      * VALIDADE DAS PENDENCIAS - A PENDENCIA REGISTRADA ANTES DA
      * DATA LIMITE (DATA DO RUN MENOS A VALIDADE) ESTA EXPIRADA
        77 WRK-QTDE-DIAS-VALIDADE  PIC  9(003)         VALUE 005.
        77 WRK-QTDE-DIAS-RECUO     PIC  9(003)         VALUE ZEROS.
        77 WRK-QTDE-DIAS-MES       PIC  9(002)         VALUE ZEROS.
        77 WRK-DAT-LIMITE          PIC  9(008)         VALUE ZEROS.
      *
      * DATA DE TRABALHO PARA RECUAR A DATA LIMITE DIA A DIA
        01 WRK-DAT-RECUO.
           03 WRK-RECUO-ANO        PIC  9(004)  VALUE ZEROS.
           03 WRK-RECUO-MES        PIC  9(002)  VALUE ZEROS.
           03 WRK-RECUO-DIA        PIC  9(002)  VALUE ZEROS.
        01 WRK-DAT-RECUO-NUM REDEFINES WRK-DAT-RECUO
                                   PIC  9(008).
      *
      * ARQUIVO DE APROVACAO E OPCIONAL (DIA SEM DECISOES - SO A
      * EXPIRACAO E FEITA)
        77 WRK-IND-SEM-ARQAPV01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAPV01     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQAPV01      VALUE 'ARQAPV01'.
           88 WRK-CN-ARQPND01      VALUE 'ARQPND01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
           88 WRK-CN-REWRITE       VALUE 'REWRI'.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
              88 WRK-FS-PARM-OK    VALUE '00'.
           05 WRK-FS-ARQAPV01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-APV01-OK   VALUE '00'.
              88 WRK-FS-APV01-FIM  VALUE '10'.
              88 WRK-FS-APV01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQPND01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PND01-OK           VALUE '00'.
              88 WRK-FS-PND01-FIM          VALUE '10'.
              88 WRK-FS-PND01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-PND01-NAO-EXISTE   VALUE '35'.
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
           03 FILLER               PIC  X(049) VALUE
              'EXER0359 - APROVACAO DAS TRANSACOES PENDENTES DE '.
           03 FILLER               PIC  X(024) VALUE
              'DUPLO CONTROLE - DATA '.
           03 REL-TIT-DAT-RUN      PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(011) VALUE ' VALIDADE '.
           03 REL-TIT-QTDE-DIAS    PIC  ZZ9    VALUE ZEROS.
           03 FILLER               PIC  X(005) VALUE ' DIAS'.
           03 FILLER               PIC  X(032) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-SUBTITULO.
           03 REL-SUB-TEXTO        PIC  X(060) VALUE SPACES.
           03 FILLER               PIC  X(072) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(035) VALUE
              'PROGRAMA DATA-REG HORA   SEQ.   T  '.
           03 FILLER               PIC  X(039) VALUE
              'CHAVE DA TRANSACAO   OPERADOR APROVAD.'.
           03 FILLER               PIC  X(058) VALUE
              'RESULTADO'.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-COD-PROGRAMA PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DAT-REGISTRO PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-HOR-REGISTRO PIC  9(006) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-SEQUENCIA PIC 9(005) VALUE ZEROS.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-TIPO-TRANSACAO PIC X(001) VALUE SPACES.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-DES-CHAVE    PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COD-OPERADOR PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COD-APROVADOR PIC X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-RESULTADO PIC X(050) VALUE SPACES.
           03 FILLER               PIC  X(008) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL.
           03 FILLER               PIC  X(011) VALUE 'APROVADAS: '.
           03 REL-TOT-APROVADAS    PIC  ZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(014) VALUE
              '  REJEITADAS: '.
           03 REL-TOT-REJEITADAS   PIC  ZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(022) VALUE
              '  DECISOES RECUSADAS: '.
           03 REL-TOT-RECUSADAS    PIC  ZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(013) VALUE
              '  EXPIRADAS: '.
           03 REL-TOT-EXPIRADAS    PIC  ZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(014) VALUE
              '  EM ABERTO: '.
           03 REL-TOT-EM-ABERTO    PIC  ZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(016) VALUE
              '  A EFETIVAR: '.
           03 REL-TOT-A-EFETIVAR   PIC  ZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(006) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA - PRIMEIRO AS DECISOES DOS     *
      *    APROVADORES, DEPOIS A EXPIRACAO DAS PENDENCIAS QUE          *
      *    CONTINUAM SEM DECISAO                                       *
      *----------------------------------------------------------------*
        0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
            PERFORM 1000-INICIALIZAR
      *
            PERFORM 2000-PROCESSA-DECISOES
      *
            PERFORM 3000-EXPIRA-PENDENCIAS
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

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            OPEN I-O ARQPND01
            IF WRK-FS-PND01-NAO-EXISTE
               OPEN OUTPUT ARQPND01
               IF WRK-FS-PND01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQPND01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQPND01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-RUN-DATA           TO REL-TIT-DAT-RUN
            MOVE WRK-QTDE-DIAS-VALIDADE TO REL-TIT-QTDE-DIAS
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
      *    LE A VALIDADE DAS PENDENCIAS NO CARTAO DE PARAMETRO (SEM    *
      *    CARTAO OU ZERADA, 005 DIAS) E CALCULA A DATA LIMITE         *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM23-REGISTRO

               IF WRK-FS-PARM-OK
                  AND PARM23-QTDE-DIAS-VALIDADE GREATER ZEROS
                  MOVE PARM23-QTDE-DIAS-VALIDADE
                                        TO WRK-QTDE-DIAS-VALIDADE
               END-IF

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF

            MOVE WRK-RUN-DATA           TO WRK-DAT-RECUO-NUM
            PERFORM 1100-10-RECUA-DIA
                VARYING WRK-QTDE-DIAS-RECUO FROM 1 BY 1
                UNTIL WRK-QTDE-DIAS-RECUO GREATER WRK-QTDE-DIAS-VALIDADE
            MOVE WRK-DAT-RECUO-NUM      TO WRK-DAT-LIMITE
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
      *    LE O ARQUIVO DE APROVACAO (OPCIONAL) E APLICA CADA DECISAO  *
      *    A SUA PENDENCIA                                             *
      *----------------------------------------------------------------*
        2000-PROCESSA-DECISOES          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE 'DECISOES DOS APROVADORES'
                                        TO REL-SUB-TEXTO
            MOVE REL-LINHA-SUBTITULO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQAPV01         TO TRUE
            OPEN INPUT ARQAPV01
            EVALUATE TRUE
                WHEN WRK-FS-APV01-NAO-EXISTE
                     SET WRK-SEM-ARQAPV01 TO TRUE
                WHEN WRK-FS-APV01-OK
                     PERFORM 2100-LER-DECISAO
                     PERFORM 2200-TRATA-DECISAO
                         UNTIL WRK-FS-APV01-FIM
                     SET WRK-CN-CLOSE   TO TRUE
                     CLOSE ARQAPV01
                WHEN OTHER
                     MOVE WRK-FS-ARQAPV01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE APROVACAO                   *
      *----------------------------------------------------------------*
        2100-LER-DECISAO                SECTION.
      *----------------------------------------------------------------*
            INITIALIZE                  APV01-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAPV01         TO TRUE
            READ ARQAPV01               INTO APV01-REGISTRO
            EVALUATE WRK-FS-ARQAPV01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQAPV01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAPV01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA A DECISAO CONTRA A PENDENCIA - A PRIMEIRA CRITICA   *
      *    ENCONTRADA RECUSA A DECISAO (A PENDENCIA FICA COMO ESTAVA); *
      *    DECISAO ACEITA GRAVA A SITUACAO 'A'/'R', O APROVADOR E A    *
      *    DATA NA PENDENCIA. LE A PROXIMA DECISAO                     *
      *----------------------------------------------------------------*
        2200-TRATA-DECISAO              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE APV01-CHAVE-PENDENCIA  TO PND01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            READ ARQPND01               KEY IS PND01-CHAVE
      *
            EVALUATE TRUE
                WHEN WRK-FS-PND01-NAO-ENCONTRADO
                     INITIALIZE         PND01-REGISTRO
                     MOVE APV01-CHAVE-PENDENCIA TO PND01-CHAVE
                     MOVE 'RECUSADA - PENDENCIA NAO ENCONTRADA'
                                        TO WRK-DES-RESULTADO
                     PERFORM 2300-RECUSA-DECISAO
                     PERFORM 2100-LER-DECISAO
                     GO TO 2200-99-FIM
                WHEN WRK-FS-PND01-OK
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPND01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            IF NOT PND01-PENDENTE
               MOVE 'RECUSADA - PENDENCIA JA DECIDIDA OU EXPIRADA'
                                        TO WRK-DES-RESULTADO
               PERFORM 2300-RECUSA-DECISAO
               PERFORM 2100-LER-DECISAO
               GO TO 2200-99-FIM
            END-IF
      *
            IF APV01-COD-APROVADOR EQUAL SPACES
               MOVE 'RECUSADA - APROVADOR NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               PERFORM 2300-RECUSA-DECISAO
               PERFORM 2100-LER-DECISAO
               GO TO 2200-99-FIM
            END-IF
      *
            IF APV01-COD-APROVADOR EQUAL PND01-COD-OPERADOR
               MOVE 'RECUSADA - APROVADOR IGUAL AO OPERADOR'
                                        TO WRK-DES-RESULTADO
               PERFORM 2300-RECUSA-DECISAO
               PERFORM 2100-LER-DECISAO
               GO TO 2200-99-FIM
            END-IF
      *
            IF NOT APV01-APROVAR
               AND NOT APV01-REJEITAR
               MOVE 'RECUSADA - DECISAO INVALIDA (A/R)'
                                        TO WRK-DES-RESULTADO
               PERFORM 2300-RECUSA-DECISAO
               PERFORM 2100-LER-DECISAO
               GO TO 2200-99-FIM
            END-IF
      *
      * DECISAO FORA DO PRAZO - A PENDENCIA SERA EXPIRADA ADIANTE
            IF PND01-DAT-REGISTRO LESS WRK-DAT-LIMITE
               MOVE 'RECUSADA - PENDENCIA FORA DO PRAZO'
                                        TO WRK-DES-RESULTADO
               PERFORM 2300-RECUSA-DECISAO
               PERFORM 2100-LER-DECISAO
               GO TO 2200-99-FIM
            END-IF
      *
            MOVE APV01-COD-APROVADOR    TO PND01-COD-APROVADOR
            MOVE WRK-RUN-DATA           TO PND01-DAT-DECISAO
            IF APV01-APROVAR
               SET PND01-APROVADA       TO TRUE
               MOVE SPACES              TO PND01-DES-MOTIVO
               ADD 1 TO ACU-APROVADAS
               MOVE 'APROVADA - EFETIVACAO NA PROXIMA EXECUCAO'
                                        TO WRK-DES-RESULTADO
            ELSE
               SET PND01-REJEITADA      TO TRUE
               IF APV01-DES-MOTIVO EQUAL SPACES
                  MOVE 'REJEITADA PELO APROVADOR'
                                        TO PND01-DES-MOTIVO
               ELSE
                  MOVE APV01-DES-MOTIVO TO PND01-DES-MOTIVO
               END-IF
               ADD 1 TO ACU-REJEITADAS
               MOVE PND01-DES-MOTIVO    TO WRK-DES-RESULTADO
            END-IF
      *
            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            REWRITE PND01-REGISTRO
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            PERFORM 3800-IMPRIME-PENDENCIA

            PERFORM 2100-LER-DECISAO
            .
      *
      *----------------------------------------------------------------*
        2200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    DECISAO RECUSADA - LISTADA COM O APROVADOR INFORMADO E O    *
      *    MOTIVO; O JOB TERMINA COM RETURN-CODE 4                     *
      *----------------------------------------------------------------*
        2300-RECUSA-DECISAO             SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1 TO ACU-RECUSADAS
            IF WRK-COD-RETORNO EQUAL ZEROS
               MOVE 4                   TO WRK-COD-RETORNO
            END-IF
      *
            MOVE APV01-COD-APROVADOR    TO PND01-COD-APROVADOR
            PERFORM 3800-IMPRIME-PENDENCIA
            .
      *
      *----------------------------------------------------------------*
        2300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O ARQUIVO DE PENDENCIAS: A PENDENCIA SEM DECISAO   *
      *    REGISTRADA ANTES DA DATA LIMITE E EXPIRADA ('X') E LISTADA; *
      *    AS DEMAIS EM ABERTO E AS APROVADAS AINDA NAO EFETIVADAS SO  *
      *    SAO CONTADAS PARA O TOTAL                                   *
      *----------------------------------------------------------------*
        3000-EXPIRA-PENDENCIAS          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE 'PENDENCIAS EXPIRADAS SEM DECISAO NO PRAZO'
                                        TO REL-SUB-TEXTO
            MOVE REL-LINHA-SUBTITULO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE SPACES                 TO PND01-COD-PROGRAMA
            MOVE ZEROS                  TO PND01-DAT-REGISTRO
                                           PND01-HOR-REGISTRO
                                           PND01-NUM-SEQUENCIA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            START ARQPND01 KEY GREATER PND01-CHAVE

            EVALUATE WRK-FS-ARQPND01
                WHEN '00'
                     PERFORM 3100-LER-PENDENCIA
                     PERFORM 3200-VERIFICA-PENDENCIA
                         UNTIL WRK-FS-PND01-FIM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPND01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-APROVADAS          TO REL-TOT-APROVADAS
            MOVE ACU-REJEITADAS         TO REL-TOT-REJEITADAS
            MOVE ACU-RECUSADAS          TO REL-TOT-RECUSADAS
            MOVE ACU-EXPIRADAS          TO REL-TOT-EXPIRADAS
            MOVE ACU-EM-ABERTO          TO REL-TOT-EM-ABERTO
            MOVE ACU-A-EFETIVAR         TO REL-TOT-A-EFETIVAR
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
      *    ROTINA DE LEITURA SEQUENCIAL DO ARQUIVO DE PENDENCIAS       *
      *----------------------------------------------------------------*
        3100-LER-PENDENCIA              SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            READ ARQPND01               NEXT RECORD

            IF NOT WRK-FS-PND01-OK
               AND NOT WRK-FS-PND01-FIM
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    EXPIRA A PENDENCIA SEM DECISAO REGISTRADA ANTES DA DATA     *
      *    LIMITE OU SO A CONTA PARA O TOTAL. LE A PROXIMA PENDENCIA   *
      *----------------------------------------------------------------*
        3200-VERIFICA-PENDENCIA         SECTION.
      *----------------------------------------------------------------*
            EVALUATE TRUE
                WHEN PND01-APROVADA
                     ADD 1              TO ACU-A-EFETIVAR
                WHEN PND01-PENDENTE
                 AND PND01-DAT-REGISTRO LESS WRK-DAT-LIMITE
                     SET PND01-EXPIRADA TO TRUE
                     MOVE WRK-RUN-DATA  TO PND01-DAT-DECISAO
                     MOVE 'EXPIRADA SEM DECISAO NO PRAZO'
                                        TO PND01-DES-MOTIVO
                     SET WRK-CN-REWRITE TO TRUE
                     REWRITE PND01-REGISTRO
                     IF NOT WRK-FS-PND01-OK
                        MOVE WRK-FS-ARQPND01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1              TO ACU-EXPIRADAS
                     MOVE PND01-DES-MOTIVO TO WRK-DES-RESULTADO
                     PERFORM 3800-IMPRIME-PENDENCIA
                WHEN PND01-PENDENTE
                     ADD 1              TO ACU-EM-ABERTO
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
      *
            PERFORM 3100-LER-PENDENCIA
            .
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DA PENDENCIA CORRENTE (PND01-REGISTRO) COM  *
      *    O RESULTADO DE WRK-DES-RESULTADO                            *
      *----------------------------------------------------------------*
        3800-IMPRIME-PENDENCIA          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE PND01-COD-PROGRAMA     TO REL-DET-COD-PROGRAMA
            MOVE PND01-DAT-REGISTRO     TO REL-DET-DAT-REGISTRO
            MOVE PND01-HOR-REGISTRO     TO REL-DET-HOR-REGISTRO
            MOVE PND01-NUM-SEQUENCIA    TO REL-DET-NUM-SEQUENCIA
            MOVE PND01-IND-TIPO-TRANSACAO
                                        TO REL-DET-TIPO-TRANSACAO
            MOVE PND01-DES-CHAVE        TO REL-DET-DES-CHAVE
            MOVE PND01-COD-OPERADOR     TO REL-DET-COD-OPERADOR
            MOVE PND01-COD-APROVADOR    TO REL-DET-COD-APROVADOR
            MOVE WRK-DES-RESULTADO      TO REL-DET-DES-RESULTADO
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQPND01          TO TRUE
            CLOSE ARQPND01
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ACU-LIDOS-ARQAPV01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0359        *'
            DISPLAY '* DATA LIMITE DA VALIDADE.: ' WRK-DAT-LIMITE
            DISPLAY '* DECISOES LIDAS..........: ' WRK-MASK-QTDREG
            MOVE ACU-APROVADAS           TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS APROVADAS....: ' WRK-MASK-QTDREG
            MOVE ACU-REJEITADAS          TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS REJEITADAS...: ' WRK-MASK-QTDREG
            MOVE ACU-RECUSADAS           TO WRK-MASK-QTDREG
            DISPLAY '* DECISOES RECUSADAS......: ' WRK-MASK-QTDREG
            MOVE ACU-EXPIRADAS           TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS EXPIRADAS....: ' WRK-MASK-QTDREG
            MOVE ACU-EM-ABERTO           TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS EM ABERTO....: ' WRK-MASK-QTDREG
            MOVE ACU-A-EFETIVAR          TO WRK-MASK-QTDREG
            DISPLAY '* APROVADAS A EFETIVAR....: ' WRK-MASK-QTDREG
            IF WRK-SEM-ARQAPV01
               DISPLAY '* ARQUIVO DE APROVACAO (ARQAPV01) AUSENTE     *'
            END-IF
            IF WRK-COD-RETORNO NOT EQUAL ZEROS
               DISPLAY '* HA DECISOES RECUSADAS - RETURN-CODE 4       *'
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
