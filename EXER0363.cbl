      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0363.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: PROPOSTA DE DEVOLUCAO DE SALDO CREDOR DAS     *
      *    CONTAS ENCERRADAS: VARRE O LIVRO DE CREDITOS DE PAGAMENTO A *
      *    MAIOR (ARQCRE01) E, PARA CADA CONTA COM CREDITO, CONFRONTA  *
      *    OS CONTRATOS DO CADASTRO (ARQENT01) E O PLANO DE PARCELAS   *
      *    (ARQPLA01). A CONTA ESTA ENCERRADA QUANDO NENHUM CONTRATO   *
      *    PODE MAIS ABSORVER O CREDITO - TODOS INATIVOS (EXER0313,    *
      *    EXER0327, EXER0336) OU ATIVOS COM O PLANO SEM PARCELA EM    *
      *    ABERTO. CONTRATO ATIVO SEM PLANO (PARCELA UNICA) AINDA      *
      *    ABSORVE O CREDITO E MANTEM A CONTA ABERTA.                  *
      *    O CREDITO DA CONTA ENCERRADA E PROPOSTO PARA DEVOLUCAO NO   *
      *    ARQDVC01 (DVC03163); A AREA DE OPERACOES DEVOLVE O MESMO    *
      *    LAYOUT APROVANDO OU RECUSANDO E O EXER0364 APLICA AS        *
      *    APROVADAS. O CREDITO SEM MOVIMENTO HA MAIS TEMPO QUE O      *
      *    PRAZO LEGAL (CARTAO ARQPARM, BOOK PAR03163) NAO E PROPOSTO: *
      *    SAI NO RELATORIO DE CREDITOS PRESCRITOS (ARQREL01) PARA O   *
      *    TRATAMENTO DE VALORES NAO RECLAMADOS. NENHUM ARQUIVO        *
      *    INDEXADO E ALTERADO.                                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03163
      *      ARQCRE01                                  CRE03112
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQDVC01                                  DVC03163
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

            SELECT ARQCRE01 ASSIGN      TO UT-S-ARQCRE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CRE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCRE01.

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

            SELECT ARQDVC01 ASSIGN      TO UT-S-ARQDVC01
                       FILE STATUS      IS WRK-FS-ARQDVC01.

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
        01 FD-ARQPARM              PIC X(21).

        FD  ARQCRE01
            LABEL RECORD   IS STANDARD.
            COPY CRE03112.

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQDVC01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQDVC01             PIC X(96).

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
            COPY PAR03163.
            COPY DVC03163.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0363'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 WRK-MASK-VALOR          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
        77 ACU-LIDOS-ARQCRE01      PIC  9(007)         VALUE ZEROS.
        77 ACU-COM-CREDITO         PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-CADASTRO        PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-ABERTAS      PIC  9(007)         VALUE ZEROS.
        77 ACU-ABAIXO-MINIMO       PIC  9(007)         VALUE ZEROS.
        77 ACU-PROPOSTAS           PIC  9(007)         VALUE ZEROS.
        77 ACU-PRESCRITOS          PIC  9(007)         VALUE ZEROS.
        77 ACU-TOT-VLR-PROPOSTO    PIC  9(011)V99      VALUE ZEROS.
        77 ACU-TOT-VLR-PRESCRITO   PIC  9(011)V99      VALUE ZEROS.
      *
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
      *
        77 WRK-DAT-REFERENCIA      PIC  9(008)         VALUE ZEROS.
      * CREDITO SEM MOVIMENTO ANTES DESTA DATA ESTA PRESCRITO
        77 WRK-DAT-LIMITE-PRESCRICAO PIC 9(008)        VALUE ZEROS.
      *
      * SITUACAO DOS CONTRATOS DA CONTA DO CREDITO CORRENTE
        77 WRK-IND-CONTA-EXISTE    PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-EXISTE     VALUE 'S'.
        77 WRK-IND-CONTA-ABERTA    PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-ABERTA     VALUE 'S'.
        77 WRK-IND-CONTRATO-ATIVO  PIC  X(001)         VALUE 'N'.
           88 WRK-CONTRATO-ATIVO   VALUE 'S'.
        77 WRK-IND-CONTRATO-TEM-PLANO PIC X(001)       VALUE 'N'.
           88 WRK-CONTRATO-TEM-PLANO VALUE 'S'.
        77 WRK-IND-PARCELA-ABERTA  PIC  X(001)         VALUE 'N'.
           88 WRK-PARCELA-ABERTA   VALUE 'S'.
      *
        01 WRK-CHAVE-CONTRATO.
           03 WRK-CTR-COD-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-CTR-NUM-CONTA    PIC  9(008)         VALUE ZEROS.
           03 WRK-CTR-NUM-CONTRATO PIC  9(002)         VALUE ZEROS.
      *
      * DADOS DO CLIENTE DO PRIMEIRO CONTRATO DA CONTA NO CADASTRO
        01 WRK-DADOS-CLIENTE.
           03 WRK-CLI-NOM-CLIENTE  PIC  X(040)         VALUE SPACES.
           03 WRK-CLI-IND-TIPO-PESSOA PIC X(001)       VALUE SPACES.
           03 WRK-CLI-NUM-DOCUMENTO PIC 9(014)         VALUE ZEROS.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQCRE01      VALUE 'ARQCRE01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQDVC01      VALUE 'ARQDVC01'.
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
           05 WRK-FS-ARQCRE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CRE01-OK   VALUE '00'.
              88 WRK-FS-CRE01-FIM  VALUE '10'.
              88 WRK-FS-CRE01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
           05 WRK-FS-ARQDVC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DVC01-OK   VALUE '00'.
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
              'EXER0363 - CREDITOS PRESCRITOS DE CONTAS ENCER'.
           03 FILLER               PIC  X(021) VALUE
              'RADAS - PRAZO (ANOS) '.
           03 REL-TIT-QTD-ANOS     PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(019) VALUE
              ' - SEM MOVTO DESDE '.
           03 REL-TIT-DAT-LIMITE   PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(011) VALUE ' - EMISSAO '.
           03 REL-TIT-DAT-RUN      PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(017) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(014) VALUE
              'AGEN CONTA    '.
           03 FILLER               PIC  X(041) VALUE
              'NOME DO CLIENTE'.
           03 FILLER               PIC  X(017) VALUE
              'T DOCUMENTO      '.
           03 FILLER               PIC  X(016) VALUE
              ' VALOR CREDITO  '.
           03 FILLER               PIC  X(010) VALUE
              'ULT.MOVTO '.
           03 FILLER               PIC  X(034) VALUE
              'MOTIVO'.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NOM-CLIENTE  PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-TIPO-PESSOA  PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-DOCUMENTO PIC 9(014) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-VLR-CREDITO  PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-DAT-ULT-MOVTO PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-DES-MOTIVO   PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(014) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL.
           03 FILLER               PIC  X(030) VALUE
              'TOTAL DE CREDITOS PRESCRITOS: '.
           03 REL-TOT-QTDE         PIC  ZZZZ.ZZ9.
           03 FILLER               PIC  X(010) VALUE
              ' - VALOR: '.
           03 REL-TOT-VALOR        PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(067) VALUE SPACES.
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
                UNTIL NOT WRK-FS-CRE01-OK
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

            IF WRK-DAT-REFERENCIA EQUAL ZEROS
               MOVE WRK-RUN-DATA        TO WRK-DAT-REFERENCIA
            END-IF

      * MESMO DIA E MES, N ANOS ANTES DA DATA DE REFERENCIA
            COMPUTE WRK-DAT-LIMITE-PRESCRICAO = WRK-DAT-REFERENCIA
                    - PARM27-QTD-ANOS-PRESCRICAO * 10000

      * LIVRO DE CREDITOS AINDA NAO CRIADO - NAO HA O QUE DEVOLVER
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            OPEN INPUT ARQCRE01
            IF NOT WRK-FS-CRE01-OK
               AND NOT WRK-FS-CRE01-NAO-EXISTE
               MOVE WRK-FS-ARQCRE01     TO WRK-FS-DISPLAY
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

            SET WRK-CN-ARQDVC01         TO TRUE
            OPEN OUTPUT ARQDVC01
            IF NOT WRK-FS-DVC01-OK
               MOVE WRK-FS-ARQDVC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE PARM27-QTD-ANOS-PRESCRICAO TO REL-TIT-QTD-ANOS
            MOVE WRK-DAT-LIMITE-PRESCRICAO  TO REL-TIT-DAT-LIMITE
            MOVE WRK-RUN-DATA           TO REL-TIT-DAT-RUN
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            IF WRK-FS-CRE01-OK
               PERFORM 1200-POSICIONA-CREDITOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
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
               READ ARQPARM             INTO PARM27-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM27-DAT-REFERENCIA TO WRK-DAT-REFERENCIA
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
      *    POSICIONA O LIVRO DE CREDITOS NO INICIO E LE O PRIMEIRO     *
      *----------------------------------------------------------------*
        1200-POSICIONA-CREDITOS         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO CRE01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            START ARQCRE01 KEY NOT LESS CRE01-CHAVE

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     PERFORM 3800-LER-CREDITO
                WHEN '23'
                     MOVE '10'          TO WRK-FS-ARQCRE01
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
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
      *    AVALIA UM CREDITO: CONTA SEM CADASTRO OU AINDA ABERTA NAO   *
      *    E PROPOSTA; CREDITO PRESCRITO VAI PARA O RELATORIO; OS      *
      *    DEMAIS ACIMA DO MINIMO SAO PROPOSTOS PARA DEVOLUCAO         *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            IF CRE01-VLR-CREDITO EQUAL ZEROS
               GO TO 3000-50-PROXIMO
            END-IF

            ADD 1                       TO ACU-COM-CREDITO

            PERFORM 3100-VERIFICA-CONTA

            IF NOT WRK-CONTA-EXISTE
               ADD 1                    TO ACU-SEM-CADASTRO
               GO TO 3000-50-PROXIMO
            END-IF

            IF WRK-CONTA-ABERTA
               ADD 1                    TO ACU-CONTAS-ABERTAS
               GO TO 3000-50-PROXIMO
            END-IF

            IF CRE01-DAT-ULT-ATUALIZACAO LESS WRK-DAT-LIMITE-PRESCRICAO
               PERFORM 3300-IMPRIME-PRESCRITO
               GO TO 3000-50-PROXIMO
            END-IF

            IF CRE01-VLR-CREDITO LESS PARM27-VLR-MIN
               ADD 1                    TO ACU-ABAIXO-MINIMO
               GO TO 3000-50-PROXIMO
            END-IF

            PERFORM 3400-GRAVA-PROPOSTA
            .
        3000-50-PROXIMO.
            PERFORM 3800-LER-CREDITO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PERCORRE OS CONTRATOS DA CONTA DO CREDITO NO CADASTRO -     *
      *    A CONTA FICA ABERTA SE ALGUM CONTRATO ATIVO AINDA TEM       *
      *    PARCELA EM ABERTO NO PLANO OU NAO TEM PLANO (PARCELA UNICA) *
      *----------------------------------------------------------------*
        3100-VERIFICA-CONTA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTA-EXISTE
                                           WRK-IND-CONTA-ABERTA
                                           WRK-IND-CONTRATO-ATIVO
            INITIALIZE                  WRK-DADOS-CLIENTE

            MOVE CRE01-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE CRE01-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE ZEROS                  TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3100-10-LER-CONTRATO
                         UNTIL NOT WRK-FS-ENT01-OK
                            OR WRK-CONTA-ABERTA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-10-LER-CONTRATO            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-COD-AGENCIA EQUAL CRE01-COD-AGENCIA
                        AND ARQENT01-NUM-CONTA EQUAL CRE01-NUM-CONTA
                        PERFORM 3100-20-AVALIA-CONTRATO
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
        3100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3100-20-AVALIA-CONTRATO         SECTION.
      *----------------------------------------------------------------*
      *
            IF NOT WRK-CONTA-EXISTE
               SET WRK-CONTA-EXISTE     TO TRUE
               MOVE ARQENT01-NOM-CLIENTE TO WRK-CLI-NOM-CLIENTE
               MOVE ARQENT01-IND-TIPO-PESSOA
                                        TO WRK-CLI-IND-TIPO-PESSOA
               MOVE ARQENT01-NUM-DOCUMENTO
                                        TO WRK-CLI-NUM-DOCUMENTO
            END-IF

            IF ARQENT01-CONTA-INATIVA
               GO TO 3100-20-99-FIM
            END-IF

            SET WRK-CONTRATO-ATIVO      TO TRUE
            PERFORM 3200-VERIFICA-PLANO

            IF NOT WRK-CONTRATO-TEM-PLANO
               OR WRK-PARCELA-ABERTA
               SET WRK-CONTA-ABERTA     TO TRUE
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3100-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    VERIFICA SE O CONTRATO ATIVO CORRENTE DO CADASTRO TEM       *
      *    PLANO DE PARCELAS E SE RESTA ALGUMA PARCELA EM ABERTO       *
      *----------------------------------------------------------------*
        3200-VERIFICA-PLANO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTRATO-TEM-PLANO
                                           WRK-IND-PARCELA-ABERTA

            MOVE ARQENT01-COD-AGENCIA   TO WRK-CTR-COD-AGENCIA
                                           PLA01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO WRK-CTR-NUM-CONTA
                                           PLA01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO WRK-CTR-NUM-CONTRATO
                                           PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3200-10-LER-PARCELA
                         UNTIL NOT WRK-FS-PLA01-OK
                            OR WRK-PARCELA-ABERTA
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
                           SET WRK-PARCELA-ABERTA TO TRUE
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
      *    LISTA O CREDITO PRESCRITO DA CONTA ENCERRADA NO RELATORIO   *
      *    PARA O TRATAMENTO DE VALORES NAO RECLAMADOS                 *
      *----------------------------------------------------------------*
        3300-IMPRIME-PRESCRITO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE CRE01-COD-AGENCIA      TO REL-DET-COD-AGENCIA
            MOVE CRE01-NUM-CONTA        TO REL-DET-NUM-CONTA
            MOVE WRK-CLI-NOM-CLIENTE    TO REL-DET-NOM-CLIENTE
            MOVE WRK-CLI-IND-TIPO-PESSOA TO REL-DET-TIPO-PESSOA
            MOVE WRK-CLI-NUM-DOCUMENTO  TO REL-DET-NUM-DOCUMENTO
            MOVE CRE01-VLR-CREDITO      TO REL-DET-VLR-CREDITO
            MOVE CRE01-DAT-ULT-ATUALIZACAO TO REL-DET-DAT-ULT-MOVTO

            IF WRK-CONTRATO-ATIVO
               MOVE 'CONTRATOS LIQUIDADOS' TO REL-DET-DES-MOTIVO
            ELSE
               MOVE 'CONTRATOS INATIVOS'   TO REL-DET-DES-MOTIVO
            END-IF

            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            ADD 1                       TO ACU-PRESCRITOS
            ADD CRE01-VLR-CREDITO       TO ACU-TOT-VLR-PRESCRITO
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A PROPOSTA DE DEVOLUCAO DO CREDITO DA CONTA           *
      *    ENCERRADA (DADOS DO CLIENTE JA GUARDADOS EM 3100)           *
      *----------------------------------------------------------------*
        3400-GRAVA-PROPOSTA             SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DVC01-REGISTRO
            MOVE CRE01-COD-AGENCIA      TO DVC01-COD-AGENCIA
            MOVE CRE01-NUM-CONTA        TO DVC01-NUM-CONTA
            MOVE WRK-CLI-NOM-CLIENTE    TO DVC01-NOM-CLIENTE
            MOVE WRK-CLI-IND-TIPO-PESSOA TO DVC01-IND-TIPO-PESSOA
            MOVE WRK-CLI-NUM-DOCUMENTO  TO DVC01-NUM-DOCUMENTO
            MOVE CRE01-VLR-CREDITO      TO DVC01-VLR-CREDITO
            MOVE CRE01-DAT-ULT-ATUALIZACAO
                                        TO DVC01-DAT-ULT-ATUALIZACAO
            IF WRK-CONTRATO-ATIVO
               SET DVC01-CONTRATOS-LIQUIDADOS TO TRUE
            ELSE
               SET DVC01-CONTRATOS-INATIVOS   TO TRUE
            END-IF
            MOVE WRK-DAT-REFERENCIA     TO DVC01-DAT-PROPOSTA
            MOVE SPACES                 TO DVC01-IND-APROVACAO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQDVC01         TO TRUE
            WRITE FD-ARQDVC01           FROM DVC01-REGISTRO
            IF NOT WRK-FS-DVC01-OK
               MOVE WRK-FS-ARQDVC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-PROPOSTAS
            ADD CRE01-VLR-CREDITO       TO ACU-TOT-VLR-PROPOSTO
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO LIVRO DE CREDITOS           *
      *----------------------------------------------------------------*
        3800-LER-CREDITO                SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            READ ARQCRE01               NEXT RECORD

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQCRE01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-PRESCRITOS          TO REL-TOT-QTDE
            MOVE ACU-TOT-VLR-PRESCRITO   TO REL-TOT-VALOR
            MOVE REL-LINHA-TOTAL         TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            SET WRK-CN-CLOSE             TO TRUE
            IF NOT WRK-FS-CRE01-NAO-EXISTE
               SET WRK-CN-ARQCRE01       TO TRUE
               CLOSE ARQCRE01
            END-IF
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01

            SET WRK-CN-ARQDVC01          TO TRUE
            CLOSE ARQDVC01
            IF NOT WRK-FS-DVC01-OK
               MOVE WRK-FS-ARQDVC01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0363        *'
            DISPLAY '* DATA DE REFERENCIA......: ' WRK-DAT-REFERENCIA
            DISPLAY '* PRESCRITO SEM MOVTO DESDE '
                                        WRK-DAT-LIMITE-PRESCRICAO
            IF WRK-FS-CRE01-NAO-EXISTE
               DISPLAY '* LIVRO DE CREDITOS (ARQCRE01) INEXISTENTE   *'
            END-IF
            MOVE ACU-LIDOS-ARQCRE01      TO WRK-MASK-QTDREG
            DISPLAY '* CREDITOS LIDOS..........: ' WRK-MASK-QTDREG
            MOVE ACU-COM-CREDITO         TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS COM SALDO CREDOR.: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-CADASTRO        TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS SEM CADASTRO.....: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-ABERTAS      TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS AINDA ABERTAS....: ' WRK-MASK-QTDREG
            MOVE ACU-ABAIXO-MINIMO       TO WRK-MASK-QTDREG
            DISPLAY '* ABAIXO DO VALOR MINIMO..: ' WRK-MASK-QTDREG
            MOVE ACU-PROPOSTAS           TO WRK-MASK-QTDREG
            DISPLAY '* PROPOSTAS DE DEVOLUCAO..: ' WRK-MASK-QTDREG
            MOVE ACU-TOT-VLR-PROPOSTO    TO WRK-MASK-VALOR
            DISPLAY '* VALOR PROPOSTO..........: ' WRK-MASK-VALOR
            MOVE ACU-PRESCRITOS          TO WRK-MASK-QTDREG
            DISPLAY '* CREDITOS PRESCRITOS.....: ' WRK-MASK-QTDREG
            MOVE ACU-TOT-VLR-PRESCRITO   TO WRK-MASK-VALOR
            DISPLAY '* VALOR PRESCRITO.........: ' WRK-MASK-VALOR
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
