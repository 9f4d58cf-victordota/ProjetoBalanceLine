      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0361.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: VERIFICACAO SEMANAL DE INTEGRIDADE ENTRE OS   *
      *    ARQUIVOS INDEXADOS DO BALANCE LINE - CADASTRO (ARQENT01),   *
      *    PLANO (ARQPLA01), HISTORICO (ARQHIS01), SALDO DE ATRASO     *
      *    (ARQATR01), CREDITO (ARQCRE01) E ACORDOS (ARQACD01), HOJE   *
      *    ATUALIZADOS POR VARIOS PROGRAMAS (EXER0312, EXER0313,       *
      *    EXER0314, EXER0327 E EXER0336). CONFRONTA OS ARQUIVOS PELA  *
      *    CHAVE E LISTA CADA INCONSISTENCIA COM O CODIGO DO MOTIVO    *
      *    (VIDE INC03161): PLANO, HISTORICO, SALDO DE ATRASO,         *
      *    CREDITO OU ACORDO SEM CADASTRO; PARCELA EM ABERTO OU SALDO  *
      *    DE ATRASO EM CONTRATO INATIVO; SALDO DE ATRASO SEM PARCELA  *
      *    VENCIDA; HISTORICO 'OK' COM PARCELA VENCIDA E ACORDO ATIVO  *
      *    EM CONTA INATIVA. A PARCELA EM ABERTO COM VENCIMENTO        *
      *    ANTERIOR A DATA DE REFERENCIA (CARTAO ARQPARM, BOOK         *
      *    PAR03161 - SEM CARTAO, A DATA CORRENTE) ESTA VENCIDA; O     *
      *    CONTRATO SEM PLANO NAO TEM O ATRASO CONFRONTADO. NENHUM     *
      *    ARQUIVO E ALTERADO: AS INCONSISTENCIAS SAEM NO EXTRATO DE   *
      *    CORRECAO (ARQINC01) PARA ANALISE DA AREA DE OPERACOES E O   *
      *    PROGRAMA TERMINA COM RETURN-CODE 4 QUANDO HA ALGUMA.        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03161
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQHIS01                                  HIS03112
      *      ARQATR01                                  ATR03112
      *      ARQCRE01                                  CRE03112
      *      ARQACD01                                  ACD03112
      *      ARQINC01                                  INC03161
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

            SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS HIS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQHIS01.

            SELECT ARQATR01 ASSIGN      TO UT-S-ARQATR01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ATR01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQATR01.

            SELECT ARQCRE01 ASSIGN      TO UT-S-ARQCRE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CRE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCRE01.

            SELECT ARQACD01 ASSIGN      TO UT-S-ARQACD01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ACD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQACD01.

            SELECT ARQINC01 ASSIGN      TO UT-S-ARQINC01
                       FILE STATUS      IS WRK-FS-ARQINC01.

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
        01 FD-ARQPARM              PIC X(08).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            COPY HIS03112.

        FD  ARQATR01
            LABEL RECORD   IS STANDARD.
            COPY ATR03112.

        FD  ARQCRE01
            LABEL RECORD   IS STANDARD.
            COPY CRE03112.

        FD  ARQACD01
            LABEL RECORD   IS STANDARD.
            COPY ACD03112.

        FD  ARQINC01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQINC01             PIC X(126).

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
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY PAR03161.
            COPY INC03161.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE MOTIVOS DE INCONSISTENCIA'.
      *----------------------------------------------------------------*
      *
      * MOTIVO (CODIGO, ARQUIVO A CORRIGIR E DESCRICAO) E A CORRECAO
      * SUGERIDA - A ORDEM DAS OCORRENCIAS E O CODIGO DO MOTIVO
        01 WRK-TAB-MOTIVOS-PADRAO.
           03 FILLER               PIC  X(050) VALUE
              '01ARQPLA01PLANO SEM CADASTRO                      '.
           03 FILLER               PIC  X(035) VALUE
              'EXCLUIR PLANO OU INCLUIR CADASTRO  '.
           03 FILLER               PIC  X(050) VALUE
              '02ARQPLA01PARCELA EM ABERTO EM CONTRATO INATIVO   '.
           03 FILLER               PIC  X(035) VALUE
              'BAIXAR PARCELAS/REATIVAR CONTRATO  '.
           03 FILLER               PIC  X(050) VALUE
              '03ARQATR01SALDO DE ATRASO SEM PARCELA VENCIDA     '.
           03 FILLER               PIC  X(035) VALUE
              'ZERAR O SALDO DE ATRASO DO CONTRATO'.
           03 FILLER               PIC  X(050) VALUE
              '04ARQACD01ACORDO ATIVO EM CONTA INATIVA           '.
           03 FILLER               PIC  X(035) VALUE
              'CANCELAR O ACORDO (EXER0330)       '.
           03 FILLER               PIC  X(050) VALUE
              '05ARQHIS01HISTORICO OK COM PARCELA VENCIDA        '.
           03 FILLER               PIC  X(035) VALUE
              'RECLASSIFICAR NO BALANCE LINE      '.
           03 FILLER               PIC  X(050) VALUE
              '06ARQATR01SALDO DE ATRASO EM CONTRATO INATIVO     '.
           03 FILLER               PIC  X(035) VALUE
              'ZERAR O SALDO DE ATRASO DO CONTRATO'.
           03 FILLER               PIC  X(050) VALUE
              '07ARQHIS01HISTORICO SEM CADASTRO                  '.
           03 FILLER               PIC  X(035) VALUE
              'EXCLUIR O HISTORICO                '.
           03 FILLER               PIC  X(050) VALUE
              '08ARQATR01SALDO DE ATRASO SEM CADASTRO            '.
           03 FILLER               PIC  X(035) VALUE
              'EXCLUIR O SALDO DE ATRASO          '.
           03 FILLER               PIC  X(050) VALUE
              '09ARQCRE01CREDITO SEM CADASTRO DA CONTA           '.
           03 FILLER               PIC  X(035) VALUE
              'ANALISAR DEVOLUCAO DO CREDITO      '.
           03 FILLER               PIC  X(050) VALUE
              '10ARQACD01ACORDO SEM CADASTRO DA CONTA            '.
           03 FILLER               PIC  X(035) VALUE
              'CANCELAR O ACORDO (EXER0330)       '.
        01 WRK-TAB-MOTIVOS REDEFINES WRK-TAB-MOTIVOS-PADRAO.
           03 WRK-MOT-OCORRENCIA   OCCURS 10 TIMES.
              05 WRK-MOT-COD-MOTIVO PIC 9(002).
              05 WRK-MOT-NOM-ARQUIVO PIC X(008).
              05 WRK-MOT-DES-MOTIVO PIC X(040).
              05 WRK-MOT-DES-ACAO  PIC  X(035).
      *
        01 WRK-TAB-QTDE-MOTIVOS.
           03 WRK-MOT-QTDE         PIC  9(007) OCCURS 10 TIMES.
      *
        77 WRK-IND-MOTIVO          PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES'.
      *----------------------------------------------------------------*
      *
        77 ACU-LIDOS-ARQENT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQPLA01      PIC  9(009)         VALUE ZEROS.
        77 ACU-LIDOS-ARQHIS01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQATR01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQCRE01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQACD01      PIC  9(007)         VALUE ZEROS.
        77 ACU-INCONSISTENCIAS     PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE CHAVES E INDICADORES DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0361'.
      *
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
        77 WRK-DAT-REFERENCIA      PIC  9(008)         VALUE ZEROS.
      *
      * ARQUIVOS OPCIONAIS AINDA NAO CRIADOS - A VERIFICACAO DO
      * ARQUIVO AUSENTE NAO E FEITA
        77 WRK-IND-SEM-ARQHIS01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQHIS01     VALUE 'S'.
        77 WRK-IND-SEM-ARQATR01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQATR01     VALUE 'S'.
        77 WRK-IND-SEM-ARQCRE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQCRE01     VALUE 'S'.
        77 WRK-IND-SEM-ARQACD01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQACD01     VALUE 'S'.
      *
      * PLANO, SALDO DE ATRASO E HISTORICO DO CONTRATO CORRENTE DO
      * CADASTRO
        77 WRK-IND-CONTA-TEM-PLANO PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-TEM-PLANO  VALUE 'S'.
        77 WRK-QTD-ABERTAS         PIC  9(005)         VALUE ZEROS.
        77 WRK-VLR-ABERTAS         PIC  9(011)V99      VALUE ZEROS.
        77 WRK-QTD-VENCIDAS        PIC  9(005)         VALUE ZEROS.
        77 WRK-VLR-VENCIDAS        PIC  9(011)V99      VALUE ZEROS.
        77 WRK-IND-ATR01-ACHADO    PIC  X(001)         VALUE 'N'.
           88 WRK-ATR01-ACHADO     VALUE 'S'.
        77 WRK-VLR-SALDO-ATRASO    PIC  9(011)V99      VALUE ZEROS.
        77 WRK-IND-HIS01-ACHADO    PIC  X(001)         VALUE 'N'.
           88 WRK-HIS01-ACHADO     VALUE 'S'.
      *
      * CONTRATO CORRENTE NA VARREDURA DO PLANO
        01 WRK-PLA-CHAVE-ANTERIOR.
           03 WRK-PLA-COD-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-PLA-NUM-CONTA    PIC  9(008)         VALUE ZEROS.
           03 WRK-PLA-NUM-CONTRATO PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-PLA-SEM-CADASTRO PIC X(001)         VALUE 'N'.
           88 WRK-PLA-SEM-CADASTRO VALUE 'S'.
        77 WRK-PLA-QTD-PARCELAS    PIC  9(005)         VALUE ZEROS.
        77 WRK-PLA-VLR-ABERTAS     PIC  9(011)V99      VALUE ZEROS.
      *
      * PESQUISA NO CADASTRO PELA CHAVE DO CONTRATO OU PELA CONTA
      * (QUALQUER CONTRATO DA CONTA)
        77 WRK-IND-CADASTRO-ACHADO PIC  X(001)         VALUE 'N'.
           88 WRK-CADASTRO-ACHADO  VALUE 'S'.
        77 WRK-CON-COD-AGENCIA     PIC  9(004)         VALUE ZEROS.
        77 WRK-CON-NUM-CONTA       PIC  9(008)         VALUE ZEROS.
        77 WRK-IND-CONTA-EXISTE    PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-EXISTE     VALUE 'S'.
        77 WRK-IND-CONTA-ATIVA     PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-ATIVA      VALUE 'S'.
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
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQCRE01      VALUE 'ARQCRE01'.
           88 WRK-CN-ARQACD01      VALUE 'ARQACD01'.
           88 WRK-CN-ARQINC01      VALUE 'ARQINC01'.
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
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-FIM  VALUE '10'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
              88 WRK-FS-PLA01-FIM  VALUE '10'.
           05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HIS01-OK   VALUE '00'.
              88 WRK-FS-HIS01-FIM  VALUE '10'.
              88 WRK-FS-HIS01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQATR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ATR01-OK   VALUE '00'.
              88 WRK-FS-ATR01-FIM  VALUE '10'.
              88 WRK-FS-ATR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCRE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CRE01-OK   VALUE '00'.
              88 WRK-FS-CRE01-FIM  VALUE '10'.
              88 WRK-FS-CRE01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQACD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ACD01-OK   VALUE '00'.
              88 WRK-FS-ACD01-FIM  VALUE '10'.
              88 WRK-FS-ACD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQINC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-INC01-OK   VALUE '00'.
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
              'EXER0361 - VERIFICACAO DE INTEGRIDADE ENTRE OS'.
           03 FILLER               PIC  X(041) VALUE
              ' ARQUIVOS INDEXADOS - DATA DE REFERENCIA '.
           03 REL-TIT-DAT-REFERENCIA PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(011) VALUE ' - EMISSAO '.
           03 REL-TIT-DAT-RUN      PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(018) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-SUBTITULO.
           03 REL-SUB-TEXTO        PIC  X(060) VALUE SPACES.
           03 FILLER               PIC  X(072) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(028) VALUE
              'MT ARQUIVO  AGEN CONTA    CT'.
           03 FILLER               PIC  X(028) VALUE
              ' S   QTDE             VALOR '.
           03 FILLER               PIC  X(041) VALUE
              'DESCRICAO DA INCONSISTENCIA'.
           03 FILLER               PIC  X(035) VALUE
              'ACAO SUGERIDA'.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-COD-MOTIVO   PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NOM-ARQUIVO  PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTRATO PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-IND-SITUACAO PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-QTD-OCORRENCIAS PIC ZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-REFERENCIA PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                               VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-MOTIVO   PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DES-ACAO     PIC  X(035) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-MOTIVO.
           03 FILLER               PIC  X(007) VALUE 'MOTIVO '.
           03 REL-TOT-COD-MOTIVO   PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(003) VALUE ' - '.
           03 REL-TOT-DES-MOTIVO   PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(009) VALUE ' ARQUIVO '.
           03 REL-TOT-NOM-ARQUIVO  PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(008) VALUE '  QTDE: '.
           03 REL-TOT-QTDE         PIC  ZZZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(047) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-GERAL.
           03 FILLER               PIC  X(029) VALUE
              'TOTAL DE INCONSISTENCIAS....:'.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-GERAL        PIC  ZZZZ.ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(094) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA - PRIMEIRO CADA CONTRATO DO    *
      *    CADASTRO CONTRA O SEU PLANO, SALDO DE ATRASO E HISTORICO;   *
      *    DEPOIS CADA ARQUIVO DEPENDENTE CONTRA O CADASTRO            *
      *----------------------------------------------------------------*
        0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
            PERFORM 1000-INICIALIZAR
      *
            PERFORM 2000-VERIFICA-CONTRATO
                UNTIL WRK-FS-ENT01-FIM
      *
            PERFORM 3000-VERIFICA-PLANO
      *
            PERFORM 3100-VERIFICA-HISTORICO
      *
            PERFORM 3200-VERIFICA-ATRASO
      *
            PERFORM 3300-VERIFICA-CREDITO
      *
            PERFORM 3400-VERIFICA-ACORDO
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
            MOVE ZEROS                  TO WRK-TAB-QTDE-MOTIVOS

            PERFORM 1100-LER-PARAMETROS

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

            SET WRK-CN-ARQHIS01         TO TRUE
            OPEN INPUT ARQHIS01
            EVALUATE TRUE
                WHEN WRK-FS-HIS01-OK
                     CONTINUE
                WHEN WRK-FS-HIS01-NAO-EXISTE
                     SET WRK-SEM-ARQHIS01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

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

            SET WRK-CN-ARQCRE01         TO TRUE
            OPEN INPUT ARQCRE01
            EVALUATE TRUE
                WHEN WRK-FS-CRE01-OK
                     CONTINUE
                WHEN WRK-FS-CRE01-NAO-EXISTE
                     SET WRK-SEM-ARQCRE01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
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

            SET WRK-CN-ARQINC01         TO TRUE
            OPEN OUTPUT ARQINC01
            IF NOT WRK-FS-INC01-OK
               MOVE WRK-FS-ARQINC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-DAT-REFERENCIA     TO REL-TIT-DAT-REFERENCIA
            MOVE WRK-RUN-DATA           TO REL-TIT-DAT-RUN
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            PERFORM 2800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE A DATA DE REFERENCIA NO CARTAO DE PARAMETRO (SEM CARTAO  *
      *    OU ZERADA, A DATA CORRENTE)                                 *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM25-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM25-DAT-REFERENCIA
                                        TO WRK-DAT-REFERENCIA
               END-IF

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF

            IF WRK-DAT-REFERENCIA EQUAL ZEROS
               MOVE WRK-RUN-DATA        TO WRK-DAT-REFERENCIA
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONFRONTA O CONTRATO CORRENTE DO CADASTRO COM O SEU PLANO,  *
      *    SALDO DE ATRASO E HISTORICO:                                *
      *    - CONTRATO INATIVO NAO PODE TER PARCELA EM ABERTO (02) NEM  *
      *      SALDO DE ATRASO (06);                                     *
      *    - CONTRATO ATIVO COM PLANO NAO PODE TER SALDO DE ATRASO SEM *
      *      PARCELA VENCIDA (03) NEM HISTORICO 'OK' COM PARCELA       *
      *      VENCIDA (05)                                              *
      *----------------------------------------------------------------*
        2000-VERIFICA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 2100-APURA-PLANO

            PERFORM 2200-LER-ATRASO-HISTORICO
      *
            IF ARQENT01-CONTA-INATIVA
               IF WRK-QTD-ABERTAS GREATER ZEROS
                  INITIALIZE            INC01-REGISTRO
                  MOVE 02               TO INC01-COD-MOTIVO
                  MOVE WRK-QTD-ABERTAS  TO INC01-QTD-OCORRENCIAS
                  MOVE WRK-VLR-ABERTAS  TO INC01-VLR-REFERENCIA
                  PERFORM 2300-REGISTRA-CONTRATO
               END-IF
               IF WRK-ATR01-ACHADO
                  AND WRK-VLR-SALDO-ATRASO GREATER ZEROS
                  INITIALIZE            INC01-REGISTRO
                  MOVE 06               TO INC01-COD-MOTIVO
                  MOVE 1                TO INC01-QTD-OCORRENCIAS
                  MOVE WRK-VLR-SALDO-ATRASO
                                        TO INC01-VLR-REFERENCIA
                  PERFORM 2300-REGISTRA-CONTRATO
               END-IF
               GO TO 2000-90-LER-PROXIMO
            END-IF
      *
      * CONTRATO SEM PLANO - O ATRASO NAO E CONFRONTADO
            IF NOT WRK-CONTA-TEM-PLANO
               GO TO 2000-90-LER-PROXIMO
            END-IF
      *
            IF WRK-ATR01-ACHADO
               AND WRK-VLR-SALDO-ATRASO GREATER ZEROS
               AND WRK-QTD-VENCIDAS EQUAL ZEROS
               INITIALIZE               INC01-REGISTRO
               MOVE 03                  TO INC01-COD-MOTIVO
               MOVE 1                   TO INC01-QTD-OCORRENCIAS
               MOVE WRK-VLR-SALDO-ATRASO
                                        TO INC01-VLR-REFERENCIA
               PERFORM 2300-REGISTRA-CONTRATO
            END-IF
      *
            IF WRK-HIS01-ACHADO
               AND HIS01-IND-CLASSIF EQUAL 'OK'
               AND WRK-QTD-VENCIDAS GREATER ZEROS
               INITIALIZE               INC01-REGISTRO
               MOVE 05                  TO INC01-COD-MOTIVO
               MOVE WRK-QTD-VENCIDAS    TO INC01-QTD-OCORRENCIAS
               MOVE WRK-VLR-VENCIDAS    TO INC01-VLR-REFERENCIA
               PERFORM 2300-REGISTRA-CONTRATO
            END-IF
            .
      *
        2000-90-LER-PROXIMO.
            PERFORM 2800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O PLANO DO CONTRATO CORRENTE - QTDE E VALOR DAS    *
      *    PARCELAS EM ABERTO E DAS VENCIDAS NA DATA DE REFERENCIA     *
      *----------------------------------------------------------------*
        2100-APURA-PLANO                SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-QTD-ABERTAS
                                           WRK-VLR-ABERTAS
                                           WRK-QTD-VENCIDAS
                                           WRK-VLR-VENCIDAS
            MOVE 'N'                    TO WRK-IND-CONTA-TEM-PLANO

            MOVE ARQENT01-COD-AGENCIA   TO PLA01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO PLA01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 2100-10-LER-PARCELA
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
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2100-10-LER-PARCELA             SECTION.
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
                           PERFORM 2100-20-ACUMULA-PARCELA
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
        2100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2100-20-ACUMULA-PARCELA         SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO WRK-QTD-ABERTAS
            ADD PLA01-VLR-PARCELA       TO WRK-VLR-ABERTAS

            MOVE PLA01-DAT-VENCIMENTO   TO WRK-DAT-VENC-EDIT
            MOVE WRK-VENC-EDIT-ANO      TO WRK-VENC-AMD-ANO
            MOVE WRK-VENC-EDIT-MES      TO WRK-VENC-AMD-MES
            MOVE WRK-VENC-EDIT-DIA      TO WRK-VENC-AMD-DIA

            IF WRK-DAT-VENC-AMD-NUM LESS WRK-DAT-REFERENCIA
               ADD 1                    TO WRK-QTD-VENCIDAS
               ADD PLA01-VLR-PARCELA    TO WRK-VLR-VENCIDAS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2100-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O SALDO DE ATRASO (PARCELAS + MULTA) E O HISTORICO DO    *
      *    CONTRATO CORRENTE                                           *
      *----------------------------------------------------------------*
        2200-LER-ATRASO-HISTORICO       SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-ATR01-ACHADO
                                           WRK-IND-HIS01-ACHADO
            MOVE ZEROS                  TO WRK-VLR-SALDO-ATRASO

            IF NOT WRK-SEM-ARQATR01
               MOVE ARQENT01-CHAVE      TO ATR01-CHAVE
               SET WRK-CN-READ          TO TRUE
               SET WRK-CN-ARQATR01      TO TRUE
               READ ARQATR01            KEY IS ATR01-CHAVE
               EVALUATE WRK-FS-ARQATR01
                   WHEN '00'
                        SET WRK-ATR01-ACHADO TO TRUE
                        ADD ATR01-VLR-PARCELAS-ABERTAS
                            ATR01-VLR-MULTA-ACUMULADA
                                        TO WRK-VLR-SALDO-ATRASO
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
            END-IF

            IF NOT WRK-SEM-ARQHIS01
               MOVE ARQENT01-CHAVE      TO HIS01-CHAVE
               SET WRK-CN-READ          TO TRUE
               SET WRK-CN-ARQHIS01      TO TRUE
               READ ARQHIS01            KEY IS HIS01-CHAVE
               EVALUATE WRK-FS-ARQHIS01
                   WHEN '00'
                        SET WRK-HIS01-ACHADO TO TRUE
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    COMPLETA A INCONSISTENCIA COM A CHAVE E A SITUACAO DO       *
      *    CONTRATO CORRENTE DO CADASTRO E A REGISTRA                  *
      *----------------------------------------------------------------*
        2300-REGISTRA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ARQENT01-COD-AGENCIA   TO INC01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO INC01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO INC01-NUM-CONTRATO
            IF ARQENT01-CONTA-INATIVA
               MOVE 'I'                 TO INC01-IND-SITUACAO-CONTA
            ELSE
               MOVE 'A'                 TO INC01-IND-SITUACAO-CONTA
            END-IF

            PERFORM 3800-REGISTRA-INCONSISTENCIA
            .
      *
      *----------------------------------------------------------------*
        2300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2800-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQENT01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        2800-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O PLANO INTEIRO - CONTRATO COM PARCELAS NO PLANO E *
      *    SEM CADASTRO (01), UMA INCONSISTENCIA POR CONTRATO COM A    *
      *    QTDE DE PARCELAS E O VALOR EM ABERTO                        *
      *----------------------------------------------------------------*
        3000-VERIFICA-PLANO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO PLA01-CHAVE
                                           WRK-PLA-CHAVE-ANTERIOR
            MOVE 'N'                    TO WRK-IND-PLA-SEM-CADASTRO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY NOT LESS PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3000-10-LER-PARCELA
                     PERFORM 3000-20-TRATA-PARCELA
                         UNTIL WRK-FS-PLA01-FIM
                     PERFORM 3000-30-FECHA-CONTRATO
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3000-10-LER-PARCELA             SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            READ ARQPLA01               NEXT RECORD

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQPLA01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPLA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3000-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3000-20-TRATA-PARCELA           SECTION.
      *----------------------------------------------------------------*
      *
      * MUDOU O CONTRATO - FECHA O ANTERIOR E PROCURA O NOVO NO
      * CADASTRO
            IF PLA01-COD-AGENCIA NOT EQUAL WRK-PLA-COD-AGENCIA
               OR PLA01-NUM-CONTA NOT EQUAL WRK-PLA-NUM-CONTA
               OR PLA01-NUM-CONTRATO NOT EQUAL WRK-PLA-NUM-CONTRATO
               PERFORM 3000-30-FECHA-CONTRATO
               MOVE PLA01-COD-AGENCIA   TO WRK-PLA-COD-AGENCIA
                                           ARQENT01-COD-AGENCIA
               MOVE PLA01-NUM-CONTA     TO WRK-PLA-NUM-CONTA
                                           ARQENT01-NUM-CONTA
               MOVE PLA01-NUM-CONTRATO  TO WRK-PLA-NUM-CONTRATO
                                           ARQENT01-NUM-CONTRATO
               PERFORM 3700-LER-CADASTRO-CHAVE
               IF NOT WRK-CADASTRO-ACHADO
                  SET WRK-PLA-SEM-CADASTRO TO TRUE
               END-IF
            END-IF
      *
            ADD 1                       TO WRK-PLA-QTD-PARCELAS
            IF PLA01-PARCELA-ABERTA
               ADD PLA01-VLR-PARCELA    TO WRK-PLA-VLR-ABERTAS
            END-IF
      *
            PERFORM 3000-10-LER-PARCELA
            .
      *
      *----------------------------------------------------------------*
        3000-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3000-30-FECHA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-PLA-SEM-CADASTRO
               INITIALIZE               INC01-REGISTRO
               MOVE 01                  TO INC01-COD-MOTIVO
               MOVE WRK-PLA-COD-AGENCIA TO INC01-COD-AGENCIA
               MOVE WRK-PLA-NUM-CONTA   TO INC01-NUM-CONTA
               MOVE WRK-PLA-NUM-CONTRATO
                                        TO INC01-NUM-CONTRATO
               MOVE WRK-PLA-QTD-PARCELAS
                                        TO INC01-QTD-OCORRENCIAS
               MOVE WRK-PLA-VLR-ABERTAS TO INC01-VLR-REFERENCIA
               PERFORM 3800-REGISTRA-INCONSISTENCIA
            END-IF
      *
            MOVE 'N'                    TO WRK-IND-PLA-SEM-CADASTRO
            MOVE ZEROS                  TO WRK-PLA-QTD-PARCELAS
                                           WRK-PLA-VLR-ABERTAS
            .
      *
      *----------------------------------------------------------------*
        3000-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O HISTORICO - HISTORICO SEM CADASTRO (07)          *
      *----------------------------------------------------------------*
        3100-VERIFICA-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQHIS01
               GO TO 3100-99-FIM
            END-IF

            MOVE ZEROS                  TO HIS01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            START ARQHIS01 KEY NOT LESS HIS01-CHAVE

            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     PERFORM 3100-10-LER-HISTORICO
                     PERFORM 3100-20-TRATA-HISTORICO
                         UNTIL WRK-FS-HIS01-FIM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-10-LER-HISTORICO           SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            READ ARQHIS01               NEXT RECORD

            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQHIS01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-20-TRATA-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE HIS01-CHAVE            TO ARQENT01-CHAVE
            PERFORM 3700-LER-CADASTRO-CHAVE

            IF NOT WRK-CADASTRO-ACHADO
               INITIALIZE               INC01-REGISTRO
               MOVE 07                  TO INC01-COD-MOTIVO
               MOVE HIS01-CHAVE         TO INC01-CHAVE
               MOVE 1                   TO INC01-QTD-OCORRENCIAS
               PERFORM 3800-REGISTRA-INCONSISTENCIA
            END-IF

            PERFORM 3100-10-LER-HISTORICO
            .
      *
      *----------------------------------------------------------------*
        3100-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O SALDO DE ATRASO - SALDO SEM CADASTRO (08)        *
      *----------------------------------------------------------------*
        3200-VERIFICA-ATRASO            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQATR01
               GO TO 3200-99-FIM
            END-IF

            MOVE ZEROS                  TO ATR01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQATR01         TO TRUE
            START ARQATR01 KEY NOT LESS ATR01-CHAVE

            EVALUATE WRK-FS-ARQATR01
                WHEN '00'
                     PERFORM 3200-10-LER-ATRASO
                     PERFORM 3200-20-TRATA-ATRASO
                         UNTIL WRK-FS-ATR01-FIM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3200-10-LER-ATRASO              SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQATR01         TO TRUE
            READ ARQATR01               NEXT RECORD

            EVALUATE WRK-FS-ARQATR01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQATR01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3200-20-TRATA-ATRASO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ATR01-CHAVE            TO ARQENT01-CHAVE
            PERFORM 3700-LER-CADASTRO-CHAVE

            IF NOT WRK-CADASTRO-ACHADO
               INITIALIZE               INC01-REGISTRO
               MOVE 08                  TO INC01-COD-MOTIVO
               MOVE ATR01-CHAVE         TO INC01-CHAVE
               MOVE 1                   TO INC01-QTD-OCORRENCIAS
               ADD ATR01-VLR-PARCELAS-ABERTAS
                   ATR01-VLR-MULTA-ACUMULADA
                                        TO INC01-VLR-REFERENCIA
               PERFORM 3800-REGISTRA-INCONSISTENCIA
            END-IF

            PERFORM 3200-10-LER-ATRASO
            .
      *
      *----------------------------------------------------------------*
        3200-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE O CREDITO - CREDITO EM CONTA SEM NENHUM CONTRATO   *
      *    NO CADASTRO (09)                                            *
      *----------------------------------------------------------------*
        3300-VERIFICA-CREDITO           SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQCRE01
               GO TO 3300-99-FIM
            END-IF

            MOVE ZEROS                  TO CRE01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            START ARQCRE01 KEY NOT LESS CRE01-CHAVE

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     PERFORM 3300-10-LER-CREDITO
                     PERFORM 3300-20-TRATA-CREDITO
                         UNTIL WRK-FS-CRE01-FIM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3300-10-LER-CREDITO             SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            READ ARQCRE01               NEXT RECORD

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQCRE01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3300-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3300-20-TRATA-CREDITO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE CRE01-COD-AGENCIA      TO WRK-CON-COD-AGENCIA
            MOVE CRE01-NUM-CONTA        TO WRK-CON-NUM-CONTA
            PERFORM 3600-VERIFICA-CONTA

            IF NOT WRK-CONTA-EXISTE
               INITIALIZE               INC01-REGISTRO
               MOVE 09                  TO INC01-COD-MOTIVO
               MOVE CRE01-COD-AGENCIA   TO INC01-COD-AGENCIA
               MOVE CRE01-NUM-CONTA     TO INC01-NUM-CONTA
               MOVE 1                   TO INC01-QTD-OCORRENCIAS
               MOVE CRE01-VLR-CREDITO   TO INC01-VLR-REFERENCIA
               PERFORM 3800-REGISTRA-INCONSISTENCIA
            END-IF

            PERFORM 3300-10-LER-CREDITO
            .
      *
      *----------------------------------------------------------------*
        3300-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE OS ACORDOS - ACORDO EM CONTA SEM NENHUM CONTRATO   *
      *    NO CADASTRO (10) E ACORDO ATIVO EM CONTA COM TODOS OS       *
      *    CONTRATOS INATIVOS (04)                                     *
      *----------------------------------------------------------------*
        3400-VERIFICA-ACORDO            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQACD01
               GO TO 3400-99-FIM
            END-IF

            MOVE ZEROS                  TO ACD01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQACD01         TO TRUE
            START ARQACD01 KEY NOT LESS ACD01-CHAVE

            EVALUATE WRK-FS-ARQACD01
                WHEN '00'
                     PERFORM 3400-10-LER-ACORDO
                     PERFORM 3400-20-TRATA-ACORDO
                         UNTIL WRK-FS-ACD01-FIM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3400-10-LER-ACORDO              SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQACD01         TO TRUE
            READ ARQACD01               NEXT RECORD

            EVALUATE WRK-FS-ARQACD01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQACD01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        3400-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3400-20-TRATA-ACORDO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ACD01-COD-AGENCIA      TO WRK-CON-COD-AGENCIA
            MOVE ACD01-NUM-CONTA        TO WRK-CON-NUM-CONTA
            PERFORM 3600-VERIFICA-CONTA

            INITIALIZE                  INC01-REGISTRO
            MOVE ACD01-COD-AGENCIA      TO INC01-COD-AGENCIA
            MOVE ACD01-NUM-CONTA        TO INC01-NUM-CONTA
            MOVE 1                      TO INC01-QTD-OCORRENCIAS
            MOVE ACD01-VLR-PROMETIDO    TO INC01-VLR-REFERENCIA

            EVALUATE TRUE
                WHEN NOT WRK-CONTA-EXISTE
                     MOVE 10            TO INC01-COD-MOTIVO
                     PERFORM 3800-REGISTRA-INCONSISTENCIA
                WHEN ACD01-ACORDO-ATIVO
                 AND NOT WRK-CONTA-ATIVA
                     MOVE 04            TO INC01-COD-MOTIVO
                     MOVE 'I'           TO INC01-IND-SITUACAO-CONTA
                     PERFORM 3800-REGISTRA-INCONSISTENCIA
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            PERFORM 3400-10-LER-ACORDO
            .
      *
      *----------------------------------------------------------------*
        3400-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCURA NO CADASTRO OS CONTRATOS DA CONTA WRK-CON-... -     *
      *    INDICA SE A CONTA EXISTE E SE TEM ALGUM CONTRATO ATIVO      *
      *----------------------------------------------------------------*
        3600-VERIFICA-CONTA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTA-EXISTE
                                           WRK-IND-CONTA-ATIVA

            MOVE WRK-CON-COD-AGENCIA    TO ARQENT01-COD-AGENCIA
            MOVE WRK-CON-NUM-CONTA      TO ARQENT01-NUM-CONTA
            MOVE ZEROS                  TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3600-10-LER-CONTRATO
                         UNTIL NOT WRK-FS-ENT01-OK
                            OR WRK-CONTA-ATIVA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3600-10-LER-CONTRATO            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-COD-AGENCIA EQUAL WRK-CON-COD-AGENCIA
                        AND ARQENT01-NUM-CONTA EQUAL WRK-CON-NUM-CONTA
                        SET WRK-CONTA-EXISTE TO TRUE
                        IF NOT ARQENT01-CONTA-INATIVA
                           SET WRK-CONTA-ATIVA TO TRUE
                        END-IF
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
        3600-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O CADASTRO PELA CHAVE DO CONTRATO EM ARQENT01-CHAVE      *
      *----------------------------------------------------------------*
        3700-LER-CADASTRO-CHAVE         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CADASTRO-ACHADO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               KEY IS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     SET WRK-CADASTRO-ACHADO TO TRUE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A INCONSISTENCIA MONTADA EM INC01-REGISTRO NO EXTRATO *
      *    DE CORRECAO, COM O ARQUIVO, A DESCRICAO E A ACAO SUGERIDA   *
      *    DO MOTIVO, IMPRIME A LINHA E CONTA POR MOTIVO               *
      *----------------------------------------------------------------*
        3800-REGISTRA-INCONSISTENCIA    SECTION.
      *----------------------------------------------------------------*
      *
            MOVE INC01-COD-MOTIVO       TO WRK-IND-MOTIVO
            MOVE WRK-DAT-REFERENCIA     TO INC01-DAT-REFERENCIA
            MOVE WRK-MOT-NOM-ARQUIVO(WRK-IND-MOTIVO)
                                        TO INC01-NOM-ARQUIVO
            MOVE WRK-MOT-DES-MOTIVO(WRK-IND-MOTIVO)
                                        TO INC01-DES-MOTIVO
            MOVE WRK-MOT-DES-ACAO(WRK-IND-MOTIVO)
                                        TO INC01-DES-ACAO-SUGERIDA

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQINC01         TO TRUE
            WRITE FD-ARQINC01           FROM INC01-REGISTRO
            IF NOT WRK-FS-INC01-OK
               MOVE WRK-FS-ARQINC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO WRK-MOT-QTDE(WRK-IND-MOTIVO)
                                           ACU-INCONSISTENCIAS
            MOVE 4                      TO WRK-COD-RETORNO

            MOVE INC01-COD-MOTIVO       TO REL-DET-COD-MOTIVO
            MOVE INC01-NOM-ARQUIVO      TO REL-DET-NOM-ARQUIVO
            MOVE INC01-COD-AGENCIA      TO REL-DET-COD-AGENCIA
            MOVE INC01-NUM-CONTA        TO REL-DET-NUM-CONTA
            MOVE INC01-NUM-CONTRATO     TO REL-DET-NUM-CONTRATO
            MOVE INC01-IND-SITUACAO-CONTA
                                        TO REL-DET-IND-SITUACAO
            MOVE INC01-QTD-OCORRENCIAS  TO REL-DET-QTD-OCORRENCIAS
            MOVE INC01-VLR-REFERENCIA   TO REL-DET-VLR-REFERENCIA
            MOVE INC01-DES-MOTIVO       TO REL-DET-DES-MOTIVO
            MOVE INC01-DES-ACAO-SUGERIDA
                                        TO REL-DET-DES-ACAO
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA - TOTAIS POR MOTIVO       *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE 'TOTAIS POR MOTIVO'     TO REL-SUB-TEXTO
            MOVE REL-LINHA-SUBTITULO     TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            PERFORM 4100-IMPRIME-TOTAL-MOTIVO
                VARYING WRK-IND-MOTIVO FROM 1 BY 1
                UNTIL WRK-IND-MOTIVO GREATER 10
            MOVE ACU-INCONSISTENCIAS     TO REL-TOT-GERAL
            MOVE REL-LINHA-TOTAL-GERAL   TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            IF NOT WRK-SEM-ARQHIS01
               SET WRK-CN-ARQHIS01       TO TRUE
               CLOSE ARQHIS01
            END-IF
            IF NOT WRK-SEM-ARQATR01
               SET WRK-CN-ARQATR01       TO TRUE
               CLOSE ARQATR01
            END-IF
            IF NOT WRK-SEM-ARQCRE01
               SET WRK-CN-ARQCRE01       TO TRUE
               CLOSE ARQCRE01
            END-IF
            IF NOT WRK-SEM-ARQACD01
               SET WRK-CN-ARQACD01       TO TRUE
               CLOSE ARQACD01
            END-IF

            SET WRK-CN-ARQINC01          TO TRUE
            CLOSE ARQINC01
            IF NOT WRK-FS-INC01-OK
               MOVE WRK-FS-ARQINC01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ACU-LIDOS-ARQENT01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0361        *'
            DISPLAY '* DATA DE REFERENCIA......: ' WRK-DAT-REFERENCIA
            DISPLAY '* CONTRATOS DO CADASTRO...: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQPLA01      TO WRK-MASK-QTDREG
            DISPLAY '* PARCELAS DO PLANO.......: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQHIS01      TO WRK-MASK-QTDREG
            DISPLAY '* HISTORICOS LIDOS........: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQATR01      TO WRK-MASK-QTDREG
            DISPLAY '* SALDOS DE ATRASO LIDOS..: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQCRE01      TO WRK-MASK-QTDREG
            DISPLAY '* CREDITOS LIDOS..........: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQACD01      TO WRK-MASK-QTDREG
            DISPLAY '* ACORDOS LIDOS...........: ' WRK-MASK-QTDREG
            MOVE ACU-INCONSISTENCIAS     TO WRK-MASK-QTDREG
            DISPLAY '* INCONSISTENCIAS.........: ' WRK-MASK-QTDREG
            IF WRK-COD-RETORNO NOT EQUAL ZEROS
               DISPLAY '* HA INCONSISTENCIAS - RETURN-CODE 4         *'
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
        4100-IMPRIME-TOTAL-MOTIVO       SECTION.
      *----------------------------------------------------------------*
            MOVE WRK-MOT-COD-MOTIVO(WRK-IND-MOTIVO)
                                        TO REL-TOT-COD-MOTIVO
            MOVE WRK-MOT-DES-MOTIVO(WRK-IND-MOTIVO)
                                        TO REL-TOT-DES-MOTIVO
            MOVE WRK-MOT-NOM-ARQUIVO(WRK-IND-MOTIVO)
                                        TO REL-TOT-NOM-ARQUIVO
            MOVE WRK-MOT-QTDE(WRK-IND-MOTIVO)
                                        TO REL-TOT-QTDE
            MOVE REL-LINHA-TOTAL-MOTIVO TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *----------------------------------------------------------------*
        4100-99-FIM.
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
