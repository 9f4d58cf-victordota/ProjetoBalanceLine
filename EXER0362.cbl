      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0362.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: CONCILIACAO MENSAL DOS SALDOS DO BALANCE LINE *
      *    CONTRA A CONTABILIDADE. TOTALIZA POR AGENCIA AS PARCELAS EM *
      *    ABERTO DO ARQPLA01 (CARTEIRA), A MULTA DE ATRASO ACUMULADA  *
      *    DO ARQATR01 (MULTA) E O SALDO CREDOR DO ARQCRE01 (CREDITO)  *
      *    E COMPARA COM OS SALDOS DAS CONTAS CONTABEIS RECEBIDOS DA   *
      *    CONTABILIDADE (ARQGLS01, BOOK GLS03162) NO FECHAMENTO DO    *
      *    MES, MOSTRANDO A DIFERENCA POR AGENCIA E CONTA.             *
      *    O SALDO DE CADA CONTA E PROJETADO (ROLL-FORWARD) A PARTIR   *
      *    DO FECHAMENTO DO MES ANTERIOR (ARQSLD01, BOOK SLD03162,     *
      *    GRAVADO POR ESTE PROGRAMA NO MES ANTERIOR) COM OS EVENTOS   *
      *    DA INTERFACE CONTABIL DO MES (ARQGLI01 - EXER0322):         *
      *    'PGR', 'JUR' (JUROS DA PARCELA, LANCADOS A PARTE DO 'PGR'), *
      *    'PGP' E 'PRD' REDUZEM E 'EST' AUMENTA A CARTEIRA,           *
      *    'MLA' REDUZ A MULTA E 'DSC' (DEVOLUCAO DE SALDO CREDOR -    *
      *    EXER0364) REDUZ O CREDITO. 'MLT' E RECEITA DE MULTA APURADA *
      *    NO PROPRIO PAGAMENTO, NAO MOVIMENTA O SALDO DE MULTA E SO E *
      *    LISTADO. A CONCESSAO DE PARCELAS, O ACUMULO DIARIO DA MULTA *
      *    E OS CREDITOS DE PAGAMENTO A MAIOR NAO GERAM EVENTO E SAEM  *
      *    NA COLUNA DE MOVIMENTO SEM EVENTO (SALDO ATUAL MENOS O      *
      *    PROJETADO).                                                 *
      *    RASTREAMENTO: A CADA SALDO DIARIO DO ARQGLS01 (ORDEM DE     *
      *    DATA) O SALDO CONTABIL E COMPARADO COM O PROJETADO ATE O    *
      *    DIA; O DIA EM QUE A DIFERENCA SURGE OU MUDA DE VALOR E      *
      *    LISTADO, PARA A DIFERENCA SER LOCALIZADA NO DIA E NAO SO NA *
      *    AUDITORIA. O ARQGLI01 DO MES DEVE ESTAR EM ORDEM DE DATA.   *
      *    O FECHAMENTO DO MES E GRAVADO NO ARQSLD02 PARA O MES        *
      *    SEGUINTE. DIFERENCA NO FECHAMENTO TERMINA COM RETURN-CODE 8.*
      *    REGISTRO SEM AGENCIA (0000) NAO TEM LINHA NA CONCILIACAO -  *
      *    E SO CONTADO NA ESTATISTICA FINAL.                          *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03162
      *      ARQGLI01                                  GLI03122
      *      ARQGLS01                                  GLS03162
      *      ARQSLD01                                  SLD03162
      *      ARQPLA01                                  PLA03112
      *      ARQATR01                                  ATR03112
      *      ARQCRE01                                  CRE03112
      *      ARQSLD02                                  SLD03162
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

            SELECT ARQGLI01 ASSIGN      TO UT-S-ARQGLI01
                       FILE STATUS      IS WRK-FS-ARQGLI01.

            SELECT ARQGLS01 ASSIGN      TO UT-S-ARQGLS01
                       FILE STATUS      IS WRK-FS-ARQGLS01.

            SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                       FILE STATUS      IS WRK-FS-ARQSLD01.

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

            SELECT ARQCRE01 ASSIGN      TO UT-S-ARQCRE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CRE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCRE01.

            SELECT ARQSLD02 ASSIGN      TO UT-S-ARQSLD02
                       FILE STATUS      IS WRK-FS-ARQSLD02.

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

        FD  ARQGLI01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQGLI01             PIC X(29).

        FD  ARQGLS01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQGLS01             PIC X(28).

        FD  ARQSLD01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQSLD01             PIC X(88).

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQATR01
            LABEL RECORD   IS STANDARD.
            COPY ATR03112.

        FD  ARQCRE01
            LABEL RECORD   IS STANDARD.
            COPY CRE03112.

        FD  ARQSLD02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQSLD02             PIC X(88).

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
            COPY PAR03162.
            COPY GLI03122.
            COPY GLS03162.
            COPY SLD03162.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DAS TABELAS DE CONTAS E EVENTOS'.
      *----------------------------------------------------------------*
      *
      * CONTAS CONCILIADAS - CODIGO NO ARQGLS01 E DESCRICAO. A ORDEM
      * DAS OCORRENCIAS E A DOS SALDOS NO BOOK SLD03162
        01 WRK-TAB-CONTAS-PADRAO.
           03 FILLER               PIC  X(011) VALUE 'CARCARTEIRA'.
           03 FILLER               PIC  X(011) VALUE 'MULMULTA   '.
           03 FILLER               PIC  X(011) VALUE 'CRECREDITO '.
        01 WRK-TAB-CONTAS REDEFINES WRK-TAB-CONTAS-PADRAO.
           03 WRK-CTA-OCORRENCIA   OCCURS 3 TIMES.
              05 WRK-CTA-COD-CONTA PIC  X(003).
              05 WRK-CTA-DES-CONTA PIC  X(008).
      *
      * EVENTOS DA INTERFACE CONTABIL DO ROLL-FORWARD - EVENTO, CONTA
      * MOVIMENTADA (ORDEM DA TABELA DE CONTAS), SINAL ('-' REDUZ,
      * '+' AUMENTA, BRANCO SO LISTADO) E DESCRICAO
        01 WRK-TAB-EVENTOS-PADRAO.
           03 FILLER               PIC  X(035) VALUE
              'PGR1-PAGAMENTO RECEBIDO            '.
           03 FILLER               PIC  X(035) VALUE
              'JUR1-RECEITA DE JUROS DA PARCELA   '.
           03 FILLER               PIC  X(035) VALUE
              'PGP1-PAGAMENTO PARCIAL             '.
           03 FILLER               PIC  X(035) VALUE
              'EST1+ESTORNO DE PAGAMENTO          '.
           03 FILLER               PIC  X(035) VALUE
              'PRD1-BAIXA POR PERDA               '.
           03 FILLER               PIC  X(035) VALUE
              'MLA2-MULTA DE ATRASO LIQUIDADA     '.
           03 FILLER               PIC  X(035) VALUE
              'MLT2 RECEITA DE MULTA NO PAGAMENTO '.
           03 FILLER               PIC  X(035) VALUE
              'DSC3-DEVOLUCAO DE SALDO CREDOR     '.
        01 WRK-TAB-EVENTOS REDEFINES WRK-TAB-EVENTOS-PADRAO.
           03 WRK-EVT-OCORRENCIA   OCCURS 8 TIMES.
              05 WRK-EVT-COD-EVENTO PIC X(003).
              05 WRK-EVT-IND-CONTA PIC  9(001).
              05 WRK-EVT-IND-SINAL PIC  X(001).
                 88 WRK-EVT-REDUZ  VALUE '-'.
                 88 WRK-EVT-AUMENTA VALUE '+'.
              05 WRK-EVT-DES-EVENTO PIC X(030).
      *
        01 WRK-TAB-VLR-EVENTOS.
           03 WRK-EVT-VLR-MES      PIC  9(011)V99 OCCURS 8 TIMES.
      *
        77 WRK-IND-SUB-CTA         PIC  9(001)         VALUE ZEROS.
        77 WRK-IND-SUB-EVT         PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-EVT-ACHADO      PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE SALDOS POR AGENCIA E CONTA'.
      *----------------------------------------------------------------*
      *
      * ANTERIOR/GL-ANTERIOR : FECHAMENTO DO MES ANTERIOR
      * MOVIMENTO            : EVENTOS DO MES (ROLL-FORWARD)
      * ATUAL                : SALDO APURADO NOS ARQUIVOS INDEXADOS
      * GL/DAT-GL            : ULTIMO SALDO CONTABIL RECEBIDO
      * DIF-DIA              : ULTIMA DIFERENCA GL X PROJETADO
        01 WRK-TAB-AGENCIAS.
           03 WRK-AGE-OCORRENCIA   OCCURS 9999 TIMES.
              05 WRK-AGE-VISTA     PIC  X(001).
              05 WRK-AGE-CONTA     OCCURS 3 TIMES.
                 07 WRK-AGE-VLR-ANTERIOR    PIC  9(011)V99.
                 07 WRK-AGE-VLR-GL-ANTERIOR PIC  9(011)V99.
                 07 WRK-AGE-VLR-MOVIMENTO   PIC S9(011)V99.
                 07 WRK-AGE-VLR-ATUAL       PIC  9(011)V99.
                 07 WRK-AGE-VLR-GL          PIC  9(011)V99.
                 07 WRK-AGE-DAT-GL          PIC  9(008).
                 07 WRK-AGE-VLR-DIF-DIA     PIC S9(011)V99.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
        77 WRK-COD-AGENCIA         PIC  9(004)         VALUE ZEROS.
      *
        01 WRK-TAB-TOTAIS.
           03 WRK-TOT-CONTA        OCCURS 3 TIMES.
              05 WRK-TOT-VLR-ANTERIOR   PIC S9(013)V99.
              05 WRK-TOT-VLR-MOVIMENTO  PIC S9(013)V99.
              05 WRK-TOT-VLR-ATUAL      PIC S9(013)V99.
              05 WRK-TOT-VLR-SEM-EVENTO PIC S9(013)V99.
              05 WRK-TOT-VLR-GL         PIC S9(013)V99.
              05 WRK-TOT-VLR-DIFERENCA  PIC S9(013)V99.
      *
        77 WRK-VLR-PROJETADO       PIC S9(013)V99      VALUE ZEROS.
        77 WRK-VLR-DIFERENCA       PIC S9(013)V99      VALUE ZEROS.
        77 WRK-VLR-SEM-EVENTO      PIC S9(013)V99      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0362'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 ACU-LIDOS-ARQGLI01      PIC  9(007)         VALUE ZEROS.
        77 ACU-EVENTOS-MES         PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQGLS01      PIC  9(007)         VALUE ZEROS.
        77 ACU-SALDOS-GL-MES       PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-IGNORADAS    PIC  9(007)         VALUE ZEROS.
        77 ACU-AGENCIA-ZERADA      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQSLD01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQPLA01      PIC  9(009)         VALUE ZEROS.
        77 ACU-LIDOS-ARQATR01      PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQCRE01      PIC  9(007)         VALUE ZEROS.
        77 ACU-ALTERACOES          PIC  9(007)         VALUE ZEROS.
        77 ACU-AGENCIAS            PIC  9(007)         VALUE ZEROS.
        77 ACU-DIVERGENCIAS        PIC  9(007)         VALUE ZEROS.
        77 ACU-GRAVADOS-ARQSLD02   PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
      *
        77 WRK-MES-REFERENCIA      PIC  9(006)         VALUE ZEROS.
        77 WRK-MES-MOVIMENTO       PIC  9(006)         VALUE ZEROS.
        01 WRK-MES-ANTERIOR.
           03 WRK-MES-ANT-ANO      PIC  9(004)  VALUE ZEROS.
           03 WRK-MES-ANT-MES      PIC  9(002)  VALUE ZEROS.
        01 WRK-MES-ANTERIOR-NUM REDEFINES WRK-MES-ANTERIOR
                                   PIC  9(006).
      *
      * DATA DO ULTIMO SALDO CONTABIL DO MES (FECHAMENTO) - CONTA
      * SEM SALDO NESSA DATA TEM SALDO CONTABIL ZERO
        77 WRK-DAT-GL-FINAL        PIC  9(008)         VALUE ZEROS.
      *
      * ARQUIVOS OPCIONAIS - SEM FECHAMENTO ANTERIOR O SALDO ANTERIOR
      * E ZERO; SEM ARQATR01/ARQCRE01 O SALDO DA CONTA E ZERO
        77 WRK-IND-SEM-ARQSLD01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQSLD01     VALUE 'S'.
        77 WRK-IND-SEM-ARQATR01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQATR01     VALUE 'S'.
        77 WRK-IND-SEM-ARQCRE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQCRE01     VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQGLI01      VALUE 'ARQGLI01'.
           88 WRK-CN-ARQGLS01      VALUE 'ARQGLS01'.
           88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQCRE01      VALUE 'ARQCRE01'.
           88 WRK-CN-ARQSLD02      VALUE 'ARQSLD02'.
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
           05 WRK-FS-ARQGLI01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-GLI01-OK   VALUE '00'.
              88 WRK-FS-GLI01-FIM  VALUE '10'.
           05 WRK-FS-ARQGLS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-GLS01-OK   VALUE '00'.
              88 WRK-FS-GLS01-FIM  VALUE '10'.
           05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SLD01-OK   VALUE '00'.
              88 WRK-FS-SLD01-FIM  VALUE '10'.
              88 WRK-FS-SLD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
              88 WRK-FS-PLA01-FIM  VALUE '10'.
           05 WRK-FS-ARQATR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ATR01-OK   VALUE '00'.
              88 WRK-FS-ATR01-FIM  VALUE '10'.
              88 WRK-FS-ATR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCRE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CRE01-OK   VALUE '00'.
              88 WRK-FS-CRE01-FIM  VALUE '10'.
              88 WRK-FS-CRE01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQSLD02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SLD02-OK   VALUE '00'.
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
              'EXER0362 - CONCILIACAO MENSAL BALANCE LINE X C'.
           03 FILLER               PIC  X(023) VALUE
              'ONTABILIDADE - MES REF '.
           03 REL-TIT-MES-REF      PIC  9(006) VALUE ZEROS.
           03 FILLER               PIC  X(011) VALUE ' - EMISSAO '.
           03 REL-TIT-DAT-RUN      PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(038) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-SUBTITULO.
           03 REL-SUB-TEXTO        PIC  X(070) VALUE SPACES.
           03 FILLER               PIC  X(062) VALUE SPACES.
      *
        01 REL-LINHA-CAB-RASTREIO.
           03 FILLER               PIC  X(023) VALUE
              'DATA     AGEN CONTA    '.
           03 FILLER               PIC  X(036) VALUE
              '         SALDO GL   SALDO PROJETADO '.
           03 FILLER               PIC  X(036) VALUE
              ' DIFERENCA ANTER.    DIFERENCA NOVA '.
           03 FILLER               PIC  X(037) VALUE
              'SITUACAO'.
      *
        01 REL-LINHA-RASTREIO.
           03 REL-RAS-DAT-SALDO    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RAS-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RAS-DES-CONTA    PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RAS-VLR-GL       PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RAS-VLR-PROJETADO PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RAS-DIF-ANTERIOR PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RAS-DIF-NOVA     PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-RAS-SITUACAO     PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(017) VALUE SPACES.
      *
        01 REL-LINHA-CAB-SALDOS.
           03 FILLER               PIC  X(014) VALUE
              'AGEN CONTA    '.
           03 FILLER               PIC  X(036) VALUE
              '   SALDO ANTERIOR  MOVTO EVENTOS GL '.
           03 FILLER               PIC  X(036) VALUE
              '  SALDO SUBLEDGER  MOVTO SEM EVENTO '.
           03 FILLER               PIC  X(036) VALUE
              '         SALDO GL  DIF SUBLEDGER-GL '.
           03 FILLER               PIC  X(010) VALUE SPACES.
      *
        01 REL-LINHA-SALDOS.
           03 REL-SLD-COD-AGENCIA  PIC  X(004) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-DES-CONTA    PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-VLR-ANTERIOR PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-VLR-MOVIMENTO PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-VLR-ATUAL    PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-VLR-SEM-EVENTO PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-VLR-GL       PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-VLR-DIFERENCA PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-SLD-MARCA        PIC  X(004) VALUE SPACES.
           03 FILLER               PIC  X(006) VALUE SPACES.
      *
        01 REL-LINHA-EVENTO.
           03 REL-EVT-COD-EVENTO   PIC  X(003) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-EVT-DES-EVENTO   PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-EVT-DES-CONTA    PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-EVT-DES-EFEITO   PIC  X(013) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-EVT-VLR-MES      PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(057) VALUE SPACES.
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
            PERFORM 2000-RASTREIA-SALDO-GL
                UNTIL WRK-FS-GLS01-FIM
      *
            PERFORM 2100-APLICA-EVENTO
                UNTIL WRK-FS-GLI01-FIM
      *
            PERFORM 3000-APURA-CARTEIRA
      *
            PERFORM 3100-APURA-MULTA
      *
            PERFORM 3200-APURA-CREDITO
      *
            PERFORM 3500-CONCILIA-AGENCIAS
      *
            PERFORM 3600-IMPRIME-EVENTOS
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
                                        WRK-TAB-TOTAIS
                                        WRK-TAB-VLR-EVENTOS

            PERFORM 1100-LER-PARAMETROS

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQGLI01         TO TRUE
            OPEN INPUT ARQGLI01
            IF NOT WRK-FS-GLI01-OK
               MOVE WRK-FS-ARQGLI01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQGLS01         TO TRUE
            OPEN INPUT ARQGLS01
            IF NOT WRK-FS-GLS01-OK
               MOVE WRK-FS-ARQGLS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQSLD01         TO TRUE
            OPEN INPUT ARQSLD01
            EVALUATE TRUE
                WHEN WRK-FS-SLD01-OK
                     CONTINUE
                WHEN WRK-FS-SLD01-NAO-EXISTE
                     SET WRK-SEM-ARQSLD01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQSLD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

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

            SET WRK-CN-ARQSLD02         TO TRUE
            OPEN OUTPUT ARQSLD02
            IF NOT WRK-FS-SLD02-OK
               MOVE WRK-FS-ARQSLD02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-MES-REFERENCIA     TO REL-TIT-MES-REF
            MOVE WRK-RUN-DATA           TO REL-TIT-DAT-RUN
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            IF NOT WRK-SEM-ARQSLD01
               PERFORM 1200-CARREGA-FECHAMENTO
            END-IF

            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE 'RASTREAMENTO DIARIO DO SALDO GL X SALDO PROJETADO'
                                        TO REL-SUB-TEXTO
            MOVE REL-LINHA-SUBTITULO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CAB-RASTREIO TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            PERFORM 2800-LER-LANCAMENTO
            PERFORM 2810-LER-SALDO-GL
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O MES DE REFERENCIA NO CARTAO DE PARAMETRO (SEM CARTAO   *
      *    OU ZERADO, O MES ANTERIOR AO CORRENTE) E CALCULA O MES      *
      *    ANTERIOR A ELE, CUJO FECHAMENTO E O SALDO ANTERIOR          *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM26-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM26-MES-REFERENCIA TO WRK-MES-REFERENCIA
               END-IF

               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQPARM
            END-IF

            IF WRK-MES-REFERENCIA EQUAL ZEROS
               COMPUTE WRK-MES-ANTERIOR-NUM = WRK-RUN-DATA / 100
               PERFORM 1100-10-RECUA-MES
               MOVE WRK-MES-ANTERIOR-NUM TO WRK-MES-REFERENCIA
            END-IF

            MOVE WRK-MES-REFERENCIA     TO WRK-MES-ANTERIOR-NUM
            PERFORM 1100-10-RECUA-MES
            .
      *
      *----------------------------------------------------------------*
        1100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1100-10-RECUA-MES               SECTION.
      *----------------------------------------------------------------*
            IF WRK-MES-ANT-MES GREATER 1
               SUBTRACT 1               FROM WRK-MES-ANT-MES
            ELSE
               MOVE 12                  TO WRK-MES-ANT-MES
               SUBTRACT 1               FROM WRK-MES-ANT-ANO
            END-IF
            .
      *----------------------------------------------------------------*
        1100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARREGA O FECHAMENTO DO MES ANTERIOR COMO SALDO ANTERIOR    *
      *    DO ROLL-FORWARD. A DIFERENCA GL X BALANCE LINE JA EXISTENTE *
      *    NO FECHAMENTO E O PONTO DE PARTIDA DO RASTREAMENTO          *
      *----------------------------------------------------------------*
        1200-CARREGA-FECHAMENTO         SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 1200-10-LER-FECHAMENTO
            PERFORM 1200-20-TRATA-FECHAMENTO
                UNTIL WRK-FS-SLD01-FIM

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQSLD01         TO TRUE
            CLOSE ARQSLD01
            .
      *
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-10-LER-FECHAMENTO          SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSLD01         TO TRUE
            READ ARQSLD01               INTO SLD01-REGISTRO

            EVALUATE WRK-FS-ARQSLD01
                WHEN '00'
                     ADD 1              TO ACU-LIDOS-ARQSLD01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQSLD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-20-TRATA-FECHAMENTO        SECTION.
      *----------------------------------------------------------------*
      *
            IF SLD01-MES-REFERENCIA NOT EQUAL WRK-MES-ANTERIOR-NUM
              DISPLAY '************************************************'
              DISPLAY '* FECHAMENTO ANTERIOR (ARQSLD01) NAO E DO MES  *'
              DISPLAY '* ANTERIOR AO CONCILIADO - MES DO ARQUIVO: '
                                        SLD01-MES-REFERENCIA
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
              MOVE 12 TO WRK-COD-RETORNO
              PERFORM 9900-FIM-PROGRAMA
            END-IF
      *
            IF SLD01-COD-AGENCIA GREATER ZEROS
               MOVE SLD01-COD-AGENCIA   TO WRK-IND-SUB-AGE
               MOVE 'S'                 TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)

               MOVE SLD01-VLR-CARTEIRA
                    TO WRK-AGE-VLR-ANTERIOR (WRK-IND-SUB-AGE 1)
               MOVE SLD01-VLR-MULTA
                    TO WRK-AGE-VLR-ANTERIOR (WRK-IND-SUB-AGE 2)
               MOVE SLD01-VLR-CREDITO
                    TO WRK-AGE-VLR-ANTERIOR (WRK-IND-SUB-AGE 3)
               MOVE SLD01-VLR-GL-CARTEIRA
                    TO WRK-AGE-VLR-GL-ANTERIOR (WRK-IND-SUB-AGE 1)
               MOVE SLD01-VLR-GL-MULTA
                    TO WRK-AGE-VLR-GL-ANTERIOR (WRK-IND-SUB-AGE 2)
               MOVE SLD01-VLR-GL-CREDITO
                    TO WRK-AGE-VLR-GL-ANTERIOR (WRK-IND-SUB-AGE 3)

               PERFORM 1200-30-DIFERENCA-INICIAL
                   VARYING WRK-IND-SUB-CTA FROM 1 BY 1
                   UNTIL WRK-IND-SUB-CTA GREATER 3
            ELSE
               ADD 1                    TO ACU-AGENCIA-ZERADA
            END-IF
      *
            PERFORM 1200-10-LER-FECHAMENTO
            .
      *
      *----------------------------------------------------------------*
        1200-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-30-DIFERENCA-INICIAL       SECTION.
      *----------------------------------------------------------------*
            COMPUTE WRK-AGE-VLR-DIF-DIA
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                  = WRK-AGE-VLR-GL-ANTERIOR
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                  - WRK-AGE-VLR-ANTERIOR
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
            .
      *----------------------------------------------------------------*
        1200-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA UM SALDO CONTABIL DO ARQGLS01: APLICA OS EVENTOS DO   *
      *    MES ATE A DATA DO SALDO, COMPARA O SALDO CONTABIL COM O     *
      *    PROJETADO (ANTERIOR + EVENTOS) E LISTA O DIA QUANDO A       *
      *    DIFERENCA SURGE, MUDA OU E ZERADA                           *
      *----------------------------------------------------------------*
        2000-RASTREIA-SALDO-GL          SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 2100-APLICA-EVENTO
                UNTIL WRK-FS-GLI01-FIM
                   OR GLI01-DAT-PROCESSAMENTO GREATER GLS01-DAT-SALDO
      *
            COMPUTE WRK-MES-MOVIMENTO = GLS01-DAT-SALDO / 100
            IF WRK-MES-MOVIMENTO NOT EQUAL WRK-MES-REFERENCIA
               PERFORM 2810-LER-SALDO-GL
               GO TO 2000-99-FIM
            END-IF
      *
            EVALUATE TRUE
                WHEN GLS01-CONTA-CARTEIRA
                     MOVE 1             TO WRK-IND-SUB-CTA
                WHEN GLS01-CONTA-MULTA
                     MOVE 2             TO WRK-IND-SUB-CTA
                WHEN GLS01-CONTA-CREDITO
                     MOVE 3             TO WRK-IND-SUB-CTA
                WHEN OTHER
                     ADD 1              TO ACU-CONTAS-IGNORADAS
                     PERFORM 2810-LER-SALDO-GL
                     GO TO 2000-99-FIM
            END-EVALUATE
      *
            ADD 1                       TO ACU-SALDOS-GL-MES
            IF GLS01-DAT-SALDO GREATER WRK-DAT-GL-FINAL
               MOVE GLS01-DAT-SALDO     TO WRK-DAT-GL-FINAL
            END-IF

      * SALDO SEM AGENCIA - FORA DA TABELA DE AGENCIAS
            IF GLS01-COD-AGENCIA EQUAL ZEROS
               ADD 1                    TO ACU-AGENCIA-ZERADA
               PERFORM 2810-LER-SALDO-GL
               GO TO 2000-99-FIM
            END-IF

            MOVE GLS01-COD-AGENCIA      TO WRK-IND-SUB-AGE
            MOVE 'S'                    TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
            MOVE GLS01-VLR-SALDO
                 TO WRK-AGE-VLR-GL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
            MOVE GLS01-DAT-SALDO
                 TO WRK-AGE-DAT-GL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)

            COMPUTE WRK-VLR-PROJETADO
                  = WRK-AGE-VLR-ANTERIOR
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                  + WRK-AGE-VLR-MOVIMENTO
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
            COMPUTE WRK-VLR-DIFERENCA
                  = GLS01-VLR-SALDO - WRK-VLR-PROJETADO

            IF WRK-VLR-DIFERENCA NOT EQUAL
               WRK-AGE-VLR-DIF-DIA (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
               PERFORM 2300-IMPRIME-RASTREIO
               MOVE WRK-VLR-DIFERENCA
                 TO WRK-AGE-VLR-DIF-DIA
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
            END-IF

            PERFORM 2810-LER-SALDO-GL
            .
      *
      *----------------------------------------------------------------*
        2000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APLICA UM LANCAMENTO DA INTERFACE CONTABIL DO MES NO SALDO  *
      *    PROJETADO DA AGENCIA - SO O LADO DEBITO DE CADA PAR E       *
      *    CONSIDERADO (O CREDITO TEM O MESMO VALOR)                   *
      *----------------------------------------------------------------*
        2100-APLICA-EVENTO              SECTION.
      *----------------------------------------------------------------*
      *
            COMPUTE WRK-MES-MOVIMENTO = GLI01-DAT-PROCESSAMENTO / 100
            IF WRK-MES-MOVIMENTO NOT EQUAL WRK-MES-REFERENCIA
               OR NOT GLI01-LANC-DEBITO
               PERFORM 2800-LER-LANCAMENTO
               GO TO 2100-99-FIM
            END-IF
      *
            MOVE ZEROS                  TO WRK-IND-EVT-ACHADO
            PERFORM 2100-10-PROCURA-EVENTO
                VARYING WRK-IND-SUB-EVT FROM 1 BY 1
                UNTIL WRK-IND-SUB-EVT GREATER 8
                   OR WRK-IND-EVT-ACHADO GREATER ZEROS

            IF WRK-IND-EVT-ACHADO EQUAL ZEROS
               PERFORM 2800-LER-LANCAMENTO
               GO TO 2100-99-FIM
            END-IF
      *
            ADD 1                       TO ACU-EVENTOS-MES
            ADD GLI01-VLR-LANCAMENTO
                 TO WRK-EVT-VLR-MES (WRK-IND-EVT-ACHADO)

      * LANCAMENTO SEM AGENCIA - SO ENTRA NO TOTAL DO EVENTO
            IF GLI01-COD-AGENCIA EQUAL ZEROS
               ADD 1                    TO ACU-AGENCIA-ZERADA
               PERFORM 2800-LER-LANCAMENTO
               GO TO 2100-99-FIM
            END-IF

            MOVE GLI01-COD-AGENCIA      TO WRK-IND-SUB-AGE
            MOVE 'S'                    TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
            MOVE WRK-EVT-IND-CONTA (WRK-IND-EVT-ACHADO)
                                        TO WRK-IND-SUB-CTA

            EVALUATE TRUE
                WHEN WRK-EVT-REDUZ (WRK-IND-EVT-ACHADO)
                     SUBTRACT GLI01-VLR-LANCAMENTO
                         FROM WRK-AGE-VLR-MOVIMENTO
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                WHEN WRK-EVT-AUMENTA (WRK-IND-EVT-ACHADO)
                     ADD GLI01-VLR-LANCAMENTO
                         TO WRK-AGE-VLR-MOVIMENTO
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            PERFORM 2800-LER-LANCAMENTO
            .
      *
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        2100-10-PROCURA-EVENTO          SECTION.
      *----------------------------------------------------------------*
            IF WRK-EVT-COD-EVENTO (WRK-IND-SUB-EVT)
                                        EQUAL GLI01-COD-EVENTO
               MOVE WRK-IND-SUB-EVT     TO WRK-IND-EVT-ACHADO
            END-IF
            .
      *----------------------------------------------------------------*
        2100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LISTA O DIA EM QUE A DIFERENCA SALDO GL X PROJETADO DA      *
      *    AGENCIA E CONTA CORRENTES SURGIU, MUDOU OU FOI ZERADA       *
      *----------------------------------------------------------------*
        2300-IMPRIME-RASTREIO           SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1                       TO ACU-ALTERACOES

            MOVE GLS01-DAT-SALDO        TO REL-RAS-DAT-SALDO
            MOVE GLS01-COD-AGENCIA      TO REL-RAS-COD-AGENCIA
            MOVE WRK-CTA-DES-CONTA (WRK-IND-SUB-CTA)
                                        TO REL-RAS-DES-CONTA
            MOVE GLS01-VLR-SALDO        TO REL-RAS-VLR-GL
            MOVE WRK-VLR-PROJETADO      TO REL-RAS-VLR-PROJETADO
            MOVE WRK-AGE-VLR-DIF-DIA (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                                        TO REL-RAS-DIF-ANTERIOR
            MOVE WRK-VLR-DIFERENCA      TO REL-RAS-DIF-NOVA

            EVALUATE TRUE
                WHEN WRK-AGE-VLR-DIF-DIA
                          (WRK-IND-SUB-AGE WRK-IND-SUB-CTA) EQUAL ZEROS
                     MOVE 'DIFERENCA SURGIU'   TO REL-RAS-SITUACAO
                WHEN WRK-VLR-DIFERENCA EQUAL ZEROS
                     MOVE 'DIFERENCA ZERADA'   TO REL-RAS-SITUACAO
                WHEN OTHER
                     MOVE 'DIFERENCA ALTERADA' TO REL-RAS-SITUACAO
            END-EVALUATE

            MOVE REL-LINHA-RASTREIO     TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        2300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DA INTERFACE CONTABIL DO MES              *
      *----------------------------------------------------------------*
        2800-LER-LANCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQGLI01         TO TRUE
            READ ARQGLI01               INTO GLI01-REGISTRO
      *
            EVALUATE WRK-FS-ARQGLI01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQGLI01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQGLI01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2800-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DOS SALDOS CONTABEIS                      *
      *----------------------------------------------------------------*
        2810-LER-SALDO-GL               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQGLS01         TO TRUE
            READ ARQGLS01               INTO GLS01-REGISTRO
      *
            EVALUATE WRK-FS-ARQGLS01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQGLS01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQGLS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2810-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SALDO DA CARTEIRA POR AGENCIA - PARCELAS EM ABERTO DO PLANO *
      *----------------------------------------------------------------*
        3000-APURA-CARTEIRA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO PLA01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY NOT LESS PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3000-10-LER-PARCELA
                     PERFORM 3000-20-SOMA-PARCELA
                         UNTIL WRK-FS-PLA01-FIM
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
        3000-20-SOMA-PARCELA            SECTION.
      *----------------------------------------------------------------*
      *
            IF PLA01-PARCELA-ABERTA
               IF PLA01-COD-AGENCIA GREATER ZEROS
                  MOVE PLA01-COD-AGENCIA TO WRK-IND-SUB-AGE
                  MOVE 'S'              TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
                  ADD PLA01-VLR-PARCELA
                      TO WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE 1)
               ELSE
                  ADD 1                 TO ACU-AGENCIA-ZERADA
               END-IF
            END-IF

            PERFORM 3000-10-LER-PARCELA
            .
      *
      *----------------------------------------------------------------*
        3000-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SALDO DE MULTA POR AGENCIA - MULTA DE ATRASO ACUMULADA      *
      *----------------------------------------------------------------*
        3100-APURA-MULTA                SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQATR01
               GO TO 3100-99-FIM
            END-IF

            MOVE ZEROS                  TO ATR01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQATR01         TO TRUE
            START ARQATR01 KEY NOT LESS ATR01-CHAVE

            EVALUATE WRK-FS-ARQATR01
                WHEN '00'
                     PERFORM 3100-10-LER-ATRASO
                     PERFORM 3100-20-SOMA-MULTA
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
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-10-LER-ATRASO              SECTION.
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
        3100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-20-SOMA-MULTA              SECTION.
      *----------------------------------------------------------------*
      *
            IF ATR01-VLR-MULTA-ACUMULADA GREATER ZEROS
               IF ATR01-COD-AGENCIA GREATER ZEROS
                  MOVE ATR01-COD-AGENCIA TO WRK-IND-SUB-AGE
                  MOVE 'S'              TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
                  ADD ATR01-VLR-MULTA-ACUMULADA
                      TO WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE 2)
               ELSE
                  ADD 1                 TO ACU-AGENCIA-ZERADA
               END-IF
            END-IF

            PERFORM 3100-10-LER-ATRASO
            .
      *
      *----------------------------------------------------------------*
        3100-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SALDO DE CREDITO POR AGENCIA - SALDO CREDOR DAS CONTAS      *
      *----------------------------------------------------------------*
        3200-APURA-CREDITO              SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQCRE01
               GO TO 3200-99-FIM
            END-IF

            MOVE ZEROS                  TO CRE01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            START ARQCRE01 KEY NOT LESS CRE01-CHAVE

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     PERFORM 3200-10-LER-CREDITO
                     PERFORM 3200-20-SOMA-CREDITO
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
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3200-10-LER-CREDITO             SECTION.
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
        3200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3200-20-SOMA-CREDITO            SECTION.
      *----------------------------------------------------------------*
      *
            IF CRE01-VLR-CREDITO GREATER ZEROS
               IF CRE01-COD-AGENCIA GREATER ZEROS
                  MOVE CRE01-COD-AGENCIA TO WRK-IND-SUB-AGE
                  MOVE 'S'              TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
                  ADD CRE01-VLR-CREDITO
                      TO WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE 3)
               ELSE
                  ADD 1                 TO ACU-AGENCIA-ZERADA
               END-IF
            END-IF

            PERFORM 3200-10-LER-CREDITO
            .
      *
      *----------------------------------------------------------------*
        3200-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FECHAMENTO POR AGENCIA E CONTA: SALDO ANTERIOR, EVENTOS,    *
      *    SALDO APURADO, MOVIMENTO SEM EVENTO, SALDO CONTABIL E A     *
      *    DIFERENCA APURADO X CONTABIL; GRAVA O FECHAMENTO DO MES     *
      *----------------------------------------------------------------*
        3500-CONCILIA-AGENCIAS          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE 'FECHAMENTO DO MES POR AGENCIA E CONTA'
                                        TO REL-SUB-TEXTO
            MOVE REL-LINHA-SUBTITULO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CAB-SALDOS   TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            PERFORM 3500-10-CONCILIA-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            PERFORM 3500-30-IMPRIME-TOTAL
                VARYING WRK-IND-SUB-CTA FROM 1 BY 1
                UNTIL WRK-IND-SUB-CTA GREATER 3
            .
      *
      *----------------------------------------------------------------*
        3500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3500-10-CONCILIA-AGENCIA        SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) NOT EQUAL 'S'
               GO TO 3500-10-99-FIM
            END-IF

            ADD 1                       TO ACU-AGENCIAS
            MOVE WRK-IND-SUB-AGE        TO WRK-COD-AGENCIA

            PERFORM 3500-20-CONCILIA-CONTA
                VARYING WRK-IND-SUB-CTA FROM 1 BY 1
                UNTIL WRK-IND-SUB-CTA GREATER 3

            PERFORM 3700-GRAVA-FECHAMENTO
            .
      *
      *----------------------------------------------------------------*
        3500-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3500-20-CONCILIA-CONTA          SECTION.
      *----------------------------------------------------------------*
      *
      * SALDO CONTABIL DE OUTRO DIA QUE NAO O DO FECHAMENTO - A CONTA
      * NAO TEM SALDO CONTABIL NO FECHAMENTO
            IF WRK-AGE-DAT-GL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                                        NOT EQUAL WRK-DAT-GL-FINAL
               MOVE ZEROS
                 TO WRK-AGE-VLR-GL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
            END-IF

            COMPUTE WRK-VLR-SEM-EVENTO
                  = WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                  - WRK-AGE-VLR-ANTERIOR
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                  - WRK-AGE-VLR-MOVIMENTO
                                     (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
            COMPUTE WRK-VLR-DIFERENCA
                  = WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                  - WRK-AGE-VLR-GL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)

            ADD WRK-AGE-VLR-ANTERIOR (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                TO WRK-TOT-VLR-ANTERIOR (WRK-IND-SUB-CTA)
            ADD WRK-AGE-VLR-MOVIMENTO (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                TO WRK-TOT-VLR-MOVIMENTO (WRK-IND-SUB-CTA)
            ADD WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                TO WRK-TOT-VLR-ATUAL (WRK-IND-SUB-CTA)
            ADD WRK-VLR-SEM-EVENTO
                TO WRK-TOT-VLR-SEM-EVENTO (WRK-IND-SUB-CTA)
            ADD WRK-AGE-VLR-GL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                TO WRK-TOT-VLR-GL (WRK-IND-SUB-CTA)
            ADD WRK-VLR-DIFERENCA
                TO WRK-TOT-VLR-DIFERENCA (WRK-IND-SUB-CTA)

            MOVE WRK-COD-AGENCIA        TO REL-SLD-COD-AGENCIA
            MOVE WRK-CTA-DES-CONTA (WRK-IND-SUB-CTA)
                                        TO REL-SLD-DES-CONTA
            MOVE WRK-AGE-VLR-ANTERIOR (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-ANTERIOR
            MOVE WRK-AGE-VLR-MOVIMENTO (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-MOVIMENTO
            MOVE WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-ATUAL
            MOVE WRK-VLR-SEM-EVENTO     TO REL-SLD-VLR-SEM-EVENTO
            MOVE WRK-AGE-VLR-GL (WRK-IND-SUB-AGE WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-GL
            MOVE WRK-VLR-DIFERENCA      TO REL-SLD-VLR-DIFERENCA

            IF WRK-VLR-DIFERENCA NOT EQUAL ZEROS
               ADD 1                    TO ACU-DIVERGENCIAS
               MOVE 8                   TO WRK-COD-RETORNO
               MOVE '*DIF'              TO REL-SLD-MARCA
            ELSE
               MOVE SPACES              TO REL-SLD-MARCA
            END-IF

            MOVE REL-LINHA-SALDOS       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3500-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3500-30-IMPRIME-TOTAL           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'TOT.'                 TO REL-SLD-COD-AGENCIA
            MOVE WRK-CTA-DES-CONTA (WRK-IND-SUB-CTA)
                                        TO REL-SLD-DES-CONTA
            MOVE WRK-TOT-VLR-ANTERIOR (WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-ANTERIOR
            MOVE WRK-TOT-VLR-MOVIMENTO (WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-MOVIMENTO
            MOVE WRK-TOT-VLR-ATUAL (WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-ATUAL
            MOVE WRK-TOT-VLR-SEM-EVENTO (WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-SEM-EVENTO
            MOVE WRK-TOT-VLR-GL (WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-GL
            MOVE WRK-TOT-VLR-DIFERENCA (WRK-IND-SUB-CTA)
                                        TO REL-SLD-VLR-DIFERENCA

            IF WRK-TOT-VLR-DIFERENCA (WRK-IND-SUB-CTA) NOT EQUAL ZEROS
               MOVE '*DIF'              TO REL-SLD-MARCA
            ELSE
               MOVE SPACES              TO REL-SLD-MARCA
            END-IF

            MOVE REL-LINHA-SALDOS       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3500-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TOTAIS DOS EVENTOS DA INTERFACE CONTABIL DO MES             *
      *----------------------------------------------------------------*
        3600-IMPRIME-EVENTOS            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE 'EVENTOS DA INTERFACE CONTABIL DO MES'
                                        TO REL-SUB-TEXTO
            MOVE REL-LINHA-SUBTITULO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            PERFORM 3600-10-IMPRIME-EVENTO
                VARYING WRK-IND-SUB-EVT FROM 1 BY 1
                UNTIL WRK-IND-SUB-EVT GREATER 8
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3600-10-IMPRIME-EVENTO          SECTION.
      *----------------------------------------------------------------*
            MOVE WRK-EVT-COD-EVENTO (WRK-IND-SUB-EVT)
                                        TO REL-EVT-COD-EVENTO
            MOVE WRK-EVT-DES-EVENTO (WRK-IND-SUB-EVT)
                                        TO REL-EVT-DES-EVENTO
            MOVE WRK-EVT-IND-CONTA (WRK-IND-SUB-EVT)
                                        TO WRK-IND-SUB-CTA
            MOVE WRK-CTA-DES-CONTA (WRK-IND-SUB-CTA)
                                        TO REL-EVT-DES-CONTA
            EVALUATE TRUE
                WHEN WRK-EVT-REDUZ (WRK-IND-SUB-EVT)
                     MOVE 'REDUZ SALDO'   TO REL-EVT-DES-EFEITO
                WHEN WRK-EVT-AUMENTA (WRK-IND-SUB-EVT)
                     MOVE 'AUMENTA SALDO' TO REL-EVT-DES-EFEITO
                WHEN OTHER
                     MOVE 'SEM EFEITO'    TO REL-EVT-DES-EFEITO
            END-EVALUATE
            MOVE WRK-EVT-VLR-MES (WRK-IND-SUB-EVT)
                                        TO REL-EVT-VLR-MES
            MOVE REL-LINHA-EVENTO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *----------------------------------------------------------------*
        3600-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O FECHAMENTO DA AGENCIA CORRENTE - SALDO ANTERIOR DA  *
      *    CONCILIACAO DO MES SEGUINTE                                 *
      *----------------------------------------------------------------*
        3700-GRAVA-FECHAMENTO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-MES-REFERENCIA     TO SLD01-MES-REFERENCIA
            MOVE WRK-COD-AGENCIA        TO SLD01-COD-AGENCIA
            MOVE WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE 1)
                                        TO SLD01-VLR-CARTEIRA
            MOVE WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE 2)
                                        TO SLD01-VLR-MULTA
            MOVE WRK-AGE-VLR-ATUAL (WRK-IND-SUB-AGE 3)
                                        TO SLD01-VLR-CREDITO
            MOVE WRK-AGE-VLR-GL (WRK-IND-SUB-AGE 1)
                                        TO SLD01-VLR-GL-CARTEIRA
            MOVE WRK-AGE-VLR-GL (WRK-IND-SUB-AGE 2)
                                        TO SLD01-VLR-GL-MULTA
            MOVE WRK-AGE-VLR-GL (WRK-IND-SUB-AGE 3)
                                        TO SLD01-VLR-GL-CREDITO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQSLD02         TO TRUE
            WRITE FD-ARQSLD02           FROM SLD01-REGISTRO
            IF NOT WRK-FS-SLD02-OK
               MOVE WRK-FS-ARQSLD02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            ADD 1                       TO ACU-GRAVADOS-ARQSLD02
            .
      *
      *----------------------------------------------------------------*
        3700-99-FIM.
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
            SET WRK-CN-ARQGLI01          TO TRUE
            CLOSE ARQGLI01
            SET WRK-CN-ARQGLS01          TO TRUE
            CLOSE ARQGLS01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            IF NOT WRK-SEM-ARQATR01
               SET WRK-CN-ARQATR01       TO TRUE
               CLOSE ARQATR01
            END-IF
            IF NOT WRK-SEM-ARQCRE01
               SET WRK-CN-ARQCRE01       TO TRUE
               CLOSE ARQCRE01
            END-IF

            SET WRK-CN-ARQSLD02          TO TRUE
            CLOSE ARQSLD02
            IF NOT WRK-FS-SLD02-OK
               MOVE WRK-FS-ARQSLD02      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0362        *'
            DISPLAY '* MES DE REFERENCIA.......: ' WRK-MES-REFERENCIA
            DISPLAY '* DATA DO SALDO GL FINAL..: ' WRK-DAT-GL-FINAL
            MOVE ACU-LIDOS-ARQSLD01      TO WRK-MASK-QTDREG
            DISPLAY '* FECHAMENTO ANTERIOR.....: ' WRK-MASK-QTDREG
            IF WRK-SEM-ARQSLD01
               DISPLAY '* SEM FECHAMENTO ANTERIOR - SALDO ZERO       *'
            END-IF
            MOVE ACU-LIDOS-ARQGLI01      TO WRK-MASK-QTDREG
            DISPLAY '* LANCAMENTOS LIDOS.......: ' WRK-MASK-QTDREG
            MOVE ACU-EVENTOS-MES         TO WRK-MASK-QTDREG
            DISPLAY '* EVENTOS DO MES..........: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQGLS01      TO WRK-MASK-QTDREG
            DISPLAY '* SALDOS GL LIDOS.........: ' WRK-MASK-QTDREG
            MOVE ACU-SALDOS-GL-MES       TO WRK-MASK-QTDREG
            DISPLAY '* SALDOS GL DO MES........: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-IGNORADAS    TO WRK-MASK-QTDREG
            DISPLAY '* SALDOS GL CONTA INVALIDA: ' WRK-MASK-QTDREG
            MOVE ACU-AGENCIA-ZERADA      TO WRK-MASK-QTDREG
            DISPLAY '* AGENCIA 0000 IGNORADOS..: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQPLA01      TO WRK-MASK-QTDREG
            DISPLAY '* PARCELAS DO PLANO.......: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQATR01      TO WRK-MASK-QTDREG
            DISPLAY '* SALDOS DE ATRASO LIDOS..: ' WRK-MASK-QTDREG
            MOVE ACU-LIDOS-ARQCRE01      TO WRK-MASK-QTDREG
            DISPLAY '* CREDITOS LIDOS..........: ' WRK-MASK-QTDREG
            MOVE ACU-ALTERACOES          TO WRK-MASK-QTDREG
            DISPLAY '* DIAS COM DIFERENCA NOVA.: ' WRK-MASK-QTDREG
            MOVE ACU-AGENCIAS            TO WRK-MASK-QTDREG
            DISPLAY '* AGENCIAS CONCILIADAS....: ' WRK-MASK-QTDREG
            MOVE ACU-DIVERGENCIAS        TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS COM DIFERENCA....: ' WRK-MASK-QTDREG
            MOVE ACU-GRAVADOS-ARQSLD02   TO WRK-MASK-QTDREG
            DISPLAY '* FECHAMENTOS GRAVADOS....: ' WRK-MASK-QTDREG
            IF WRK-COD-RETORNO NOT EQUAL ZEROS
               DISPLAY '* HA DIFERENCAS NO FECHAMENTO - RC 8         *'
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
