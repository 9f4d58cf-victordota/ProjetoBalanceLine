      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0366.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: RETENCAO DE DADOS PESSOAIS (LGPD) DOS         *
      *    CONTRATOS ENCERRADOS, EM DOIS MODOS (CARTAO ARQPARM, BOOK   *
      *    PAR03166):                                                  *
      *    'A' - ANONIMIZACAO: A CONTA DO CADASTRO (ARQENT01) COM      *
      *    TODOS OS CONTRATOS INATIVOS HA MAIS TEMPO QUE O PRAZO DE    *
      *    RETENCAO, SEM PARCELA EM ABERTO NO PLANO (ARQPLA01), SEM    *
      *    PENDENCIA OU MULTA NO SUBLEDGER DE ATRASO (ARQATR01), SEM   *
      *    CREDITO (ARQCRE01) E SEM REPASSE/PROTESTO OU NEGATIVACAO NO *
      *    HISTORICO (ARQHIS01) TEM NOME, ENDERECO E DOCUMENTO         *
      *    APAGADOS NO CADASTRO E E REGISTRADA NO ARQUIVO DE CONTAS    *
      *    ANONIMIZADAS (ARQANO01, BOOK ANO03166). EM SEGUIDA, OS      *
      *    ARQUIVOS SEQUENCIAIS QUE COPIAM ESSES DADOS - LOG DE        *
      *    AUDITORIA DO CADASTRO (ARQAUD01), NEGATIVACAO (ARQNEG01),   *
      *    REPASSE/PROTESTO (ARQPRT01), NOTIFICACOES (ARQNOT01),       *
      *    CARTAS DE COBRANCA (ARQCAR01), PROPOSTAS DE BAIXA POR PERDA *
      *    (ARQWOF01), FILA DA COBRANCA INTERNA (ARQFIL01), AVISOS DE  *
      *    VENCIMENTO (ARQAVS01), PROPOSTAS DE DEVOLUCAO DE SALDO      *
      *    CREDOR (ARQDVC01) E ORDENS DE PAGAMENTO DA DEVOLUCAO        *
      *    (ARQOPG01) - SAO REGRAVADOS EM NOVA GERACAO (ARQxxx02) COM  *
      *    OS DADOS DE TODA CONTA DO ARQANO01 APAGADOS. CHAVES,        *
      *    VALORES E DATAS SAO MANTIDOS, PARA OS TOTAIS E A TRILHA DE  *
      *    AUDITORIA CONTINUAREM BATENDO. O CADASTRO DE AVALISTAS      *
      *    (ARQAVL01, BOOK AVL03150), INDEXADO, E REGRAVADO NO PROPRIO *
      *    ARQUIVO: NOME, DOCUMENTO E ENDERECO DO AVALISTA DE TODO     *
      *    CONTRATO DE CONTA DO ARQANO01 SAO APAGADOS, MANTIDA A CHAVE.*
      *    'T' - PEDIDO DO TITULAR: LISTA CADA ARQUIVO E REGISTRO EM   *
      *    QUE APARECEM OS DADOS DO CLIENTE INFORMADO (CPF/CNPJ E/OU   *
      *    CONTA), INCLUSIVE O AVALISTA CUJO DOCUMENTO E O INFORMADO,  *
      *    O HISTORICO E O LOG DO BALANCE LINE ARQUIVADOS PELO         *
      *    EXER0323 (ARQHAR01/ARQLAR01), QUE SO TEM A CHAVE DA CONTA.  *
      *    NADA E ALTERADO.                                            *
      *    O RESULTADO DOS DOIS MODOS SAI NA LISTAGEM ARQLST01 (BOOK   *
      *    LST03166). ARQUIVO OPCIONAL AUSENTE NAO E TRATADO.          *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03166
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQATR01                                  ATR03112
      *      ARQCRE01                                  CRE03112
      *      ARQHIS01                                  HIS03112
      *      ARQANO01                                  ANO03166
      *      ARQAUD01/ARQAUD02                         AUD03113
      *      ARQNEG01/ARQNEG02                         NEG03112
      *      ARQPRT01/ARQPRT02                         PRT03112
      *      ARQNOT01/ARQNOT02                         NOT03112
      *      ARQCAR01/ARQCAR02                         (LINHA 132)
      *      ARQWOF01/ARQWOF02                         WOF03112
      *      ARQFIL01/ARQFIL02                         FIL03155
      *      ARQAVS01/ARQAVS02                         AVS03149
      *      ARQDVC01/ARQDVC02                         DVC03163
      *      ARQOPG01/ARQOPG02                         OPG03164
      *      ARQAVL01                                  AVL03150
      *      ARQHAR01                                  HIS03112
      *      ARQLAR01                                  LOG03112
      *      ARQLST01                                  LST03166
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

            SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS HIS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQHIS01.

            SELECT ARQANO01 ASSIGN      TO UT-S-ARQANO01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ANO01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQANO01.

            SELECT ARQAVL01 ASSIGN      TO UT-S-ARQAVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAVL01.

            SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                       FILE STATUS      IS WRK-FS-ARQAUD01.

            SELECT ARQAUD02 ASSIGN      TO UT-S-ARQAUD02
                       FILE STATUS      IS WRK-FS-ARQAUD02.

            SELECT ARQNEG01 ASSIGN      TO UT-S-ARQNEG01
                       FILE STATUS      IS WRK-FS-ARQNEG01.

            SELECT ARQNEG02 ASSIGN      TO UT-S-ARQNEG02
                       FILE STATUS      IS WRK-FS-ARQNEG02.

            SELECT ARQPRT01 ASSIGN      TO UT-S-ARQPRT01
                       FILE STATUS      IS WRK-FS-ARQPRT01.

            SELECT ARQPRT02 ASSIGN      TO UT-S-ARQPRT02
                       FILE STATUS      IS WRK-FS-ARQPRT02.

            SELECT ARQNOT01 ASSIGN      TO UT-S-ARQNOT01
                       FILE STATUS      IS WRK-FS-ARQNOT01.

            SELECT ARQNOT02 ASSIGN      TO UT-S-ARQNOT02
                       FILE STATUS      IS WRK-FS-ARQNOT02.

            SELECT ARQCAR01 ASSIGN      TO UT-S-ARQCAR01
                       FILE STATUS      IS WRK-FS-ARQCAR01.

            SELECT ARQCAR02 ASSIGN      TO UT-S-ARQCAR02
                       FILE STATUS      IS WRK-FS-ARQCAR02.

            SELECT ARQWOF01 ASSIGN      TO UT-S-ARQWOF01
                       FILE STATUS      IS WRK-FS-ARQWOF01.

            SELECT ARQWOF02 ASSIGN      TO UT-S-ARQWOF02
                       FILE STATUS      IS WRK-FS-ARQWOF02.

            SELECT ARQFIL01 ASSIGN      TO UT-S-ARQFIL01
                       FILE STATUS      IS WRK-FS-ARQFIL01.

            SELECT ARQFIL02 ASSIGN      TO UT-S-ARQFIL02
                       FILE STATUS      IS WRK-FS-ARQFIL02.

            SELECT ARQAVS01 ASSIGN      TO UT-S-ARQAVS01
                       FILE STATUS      IS WRK-FS-ARQAVS01.

            SELECT ARQAVS02 ASSIGN      TO UT-S-ARQAVS02
                       FILE STATUS      IS WRK-FS-ARQAVS02.

            SELECT ARQDVC01 ASSIGN      TO UT-S-ARQDVC01
                       FILE STATUS      IS WRK-FS-ARQDVC01.

            SELECT ARQDVC02 ASSIGN      TO UT-S-ARQDVC02
                       FILE STATUS      IS WRK-FS-ARQDVC02.

            SELECT ARQOPG01 ASSIGN      TO UT-S-ARQOPG01
                       FILE STATUS      IS WRK-FS-ARQOPG01.

            SELECT ARQOPG02 ASSIGN      TO UT-S-ARQOPG02
                       FILE STATUS      IS WRK-FS-ARQOPG02.

            SELECT ARQHAR01 ASSIGN      TO UT-S-ARQHAR01
                       FILE STATUS      IS WRK-FS-ARQHAR01.

            SELECT ARQLAR01 ASSIGN      TO UT-S-ARQLAR01
                       FILE STATUS      IS WRK-FS-ARQLAR01.

            SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                       FILE STATUS      IS WRK-FS-ARQLST01.
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
        01 FD-ARQPARM              PIC X(37).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQATR01
            LABEL RECORD   IS STANDARD.
            COPY ATR03112.

        FD  ARQCRE01
            LABEL RECORD   IS STANDARD.
            COPY CRE03112.

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            COPY HIS03112.

        FD  ARQANO01
            LABEL RECORD   IS STANDARD.
            COPY ANO03166.

        FD  ARQAVL01
            LABEL RECORD   IS STANDARD.
            COPY AVL03150.

        FD  ARQAUD01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQAUD01             PIC X(469).

        FD  ARQAUD02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQAUD02             PIC X(469).

        FD  ARQNEG01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQNEG01             PIC X(91).

        FD  ARQNEG02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQNEG02             PIC X(91).

        FD  ARQPRT01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQPRT01             PIC X(229).

        FD  ARQPRT02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQPRT02             PIC X(229).

        FD  ARQNOT01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQNOT01             PIC X(110).

        FD  ARQNOT02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQNOT02             PIC X(110).

        FD  ARQCAR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCAR01             PIC X(132).

        FD  ARQCAR02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQCAR02             PIC X(132).

        FD  ARQWOF01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQWOF01             PIC X(98).

        FD  ARQWOF02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQWOF02             PIC X(98).

        FD  ARQFIL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQFIL01             PIC X(122).

        FD  ARQFIL02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQFIL02             PIC X(122).

        FD  ARQAVS01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQAVS01             PIC X(177).

        FD  ARQAVS02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQAVS02             PIC X(177).

        FD  ARQDVC01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQDVC01             PIC X(96).

        FD  ARQDVC02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQDVC02             PIC X(96).

        FD  ARQOPG01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQOPG01             PIC X(175).

        FD  ARQOPG02
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQOPG02             PIC X(175).

        FD  ARQHAR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQHAR01             PIC X(30).

        FD  ARQLAR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQLAR01             PIC X(28).

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQLST01             PIC X(80).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY PAR03166.
            COPY AUD03113.
            COPY NEG03112.
            COPY PRT03112.
            COPY NOT03112.
            COPY WOF03112.
            COPY FIL03155.
            COPY AVS03149.
            COPY DVC03163.
            COPY OPG03164.
            COPY LOG03112.
            COPY LST03166.
      *
      * REGISTRO DO HISTORICO ARQUIVADO (ARQHAR01 - LAYOUT HIS03112,
      * DO QUAL SO INTERESSA A CHAVE)
        01 WRK-REG-HAR01.
           03 WRK-HAR-COD-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-HAR-NUM-CONTA    PIC  9(008)         VALUE ZEROS.
           03 WRK-HAR-NUM-CONTRATO PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(016)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0366'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 ACU-CONTAS-AVALIADAS    PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-ATIVAS       PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-RECENTES     PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-COM-SALDO    PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-COM-CREDITO  PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-COM-COBRANCA PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-JA-ANONIMIZADAS PIC 9(007)       VALUE ZEROS.
        77 ACU-CONTAS-ANONIMIZADAS PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-ANONIMIZADOS PIC 9(007)       VALUE ZEROS.
        77 ACU-CONTRATOS-TITULAR   PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-EXCEDENTES   PIC  9(007)         VALUE ZEROS.
        77 ACU-OCORRENCIAS         PIC  9(007)         VALUE ZEROS.
      * POR ARQUIVO SEQUENCIAL: LIDOS E ANONIMIZADOS (MODO 'A') OU
      * LISTADOS (MODO 'T') - NAS CARTAS, LINHAS LIDAS E CARTAS
        77 ACU-LIDOS-ARQAUD01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQAUD01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQNEG01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQNEG01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQPRT01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQPRT01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQNOT01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQNOT01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQCAR01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQCAR01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQWOF01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQWOF01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQFIL01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQFIL01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQAVS01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQAVS01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQDVC01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQDVC01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQOPG01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQOPG01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQAVL01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQAVL01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQHAR01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQHAR01   PIC  9(007)         VALUE ZEROS.
        77 ACU-LIDOS-ARQLAR01      PIC  9(009)         VALUE ZEROS.
        77 ACU-TRATADOS-ARQLAR01   PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
      *
        77 WRK-DAT-REFERENCIA      PIC  9(008)         VALUE ZEROS.
      * CONTRATO INATIVADO DEPOIS DESTA DATA AINDA ESTA NO PRAZO
        77 WRK-DAT-LIMITE-RETENCAO PIC  9(008)         VALUE ZEROS.
      *
        77 WRK-NOM-ANONIMIZADO     PIC  X(040)         VALUE
              'DADOS PESSOAIS ANONIMIZADOS'.
      *
        77 WRK-IND-FIM-CADASTRO    PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-CADASTRO     VALUE 'S'.
      *
      * SITUACAO DA CONTA CORRENTE NA ANONIMIZACAO - O PRIMEIRO
      * IMPEDIMENTO ENCONTRADO ENCERRA A AVALIACAO
        77 WRK-IND-BLOQUEIO        PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-LIBERADA   VALUE 'N'.
           88 WRK-BLOQ-ATIVA       VALUE 'A'.
           88 WRK-BLOQ-RECENTE     VALUE 'R'.
           88 WRK-BLOQ-SALDO       VALUE 'S'.
           88 WRK-BLOQ-CREDITO     VALUE 'C'.
           88 WRK-BLOQ-COBRANCA    VALUE 'P'.
           88 WRK-BLOQ-ANONIMIZADA VALUE 'J'.
        77 WRK-IND-PARCELA-ABERTA  PIC  X(001)         VALUE 'N'.
           88 WRK-PARCELA-ABERTA   VALUE 'S'.
        77 WRK-QTD-CONTRATOS-CONTA PIC  9(002)         VALUE ZEROS.
        77 WRK-DAT-ULT-INATIVACAO  PIC  9(008)         VALUE ZEROS.
      *
      * ARQUIVOS OPCIONAIS AINDA NAO CRIADOS
        77 WRK-IND-SEM-ARQATR01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQATR01     VALUE 'S'.
        77 WRK-IND-SEM-ARQCRE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQCRE01     VALUE 'S'.
        77 WRK-IND-SEM-ARQHIS01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQHIS01     VALUE 'S'.
        77 WRK-IND-SEM-ARQANO01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQANO01     VALUE 'S'.
      *
        01 WRK-CHAVE-CONTA.
           03 WRK-CTA-COD-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-CTA-NUM-CONTA    PIC  9(008)         VALUE ZEROS.
      *
        01 WRK-CHAVE-CONTRATO.
           03 WRK-CTR-COD-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-CTR-NUM-CONTA    PIC  9(008)         VALUE ZEROS.
           03 WRK-CTR-NUM-CONTRATO PIC  9(002)         VALUE ZEROS.
      *
      * CONTA DO REGISTRO CORRENTE DOS ARQUIVOS SEQUENCIAIS, CONSULTADA
      * NO ARQANO01 (MODO 'A') OU NA TABELA DO TITULAR (MODO 'T')
        01 WRK-CHAVE-CONSULTA.
           03 WRK-CON-COD-AGENCIA  PIC  9(004)         VALUE ZEROS.
           03 WRK-CON-NUM-CONTA    PIC  9(008)         VALUE ZEROS.
        77 WRK-IND-CONTA-ANONIMIZADA PIC X(001)        VALUE 'N'.
           88 WRK-CONTA-ANONIMIZADA VALUE 'S'.
        77 WRK-IND-CONTA-TITULAR   PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-TITULAR    VALUE 'S'.
      *
      * POSICAO DO REGISTRO NO ARQUIVO SEQUENCIAL CORRENTE
        77 WRK-NUM-REGISTRO        PIC  9(009)         VALUE ZEROS.
      *
      * IMAGEM DO REGISTRO ARQENT01 GRAVADA NO LOG DE AUDITORIA
      * (AUD01-IMAGEM-ANTERIOR/ATUAL - LAYOUT ENT03112)
        01 WRK-IMG-ENT01.
           03 FILLER               PIC  X(001).
           03 WRK-IMG-COD-AGENCIA  PIC  9(004).
           03 WRK-IMG-NUM-CONTA    PIC  9(008).
           03 WRK-IMG-NUM-CONTRATO PIC  9(002).
           03 WRK-IMG-NOM-CLIENTE  PIC  X(040).
           03 FILLER               PIC  X(034).
           03 WRK-IMG-DES-LOGRADOURO PIC X(040).
           03 WRK-IMG-NOM-CIDADE   PIC  X(020).
           03 WRK-IMG-SIG-UF       PIC  X(002).
           03 WRK-IMG-NUM-CEP      PIC  9(008).
           03 FILLER               PIC  X(039).
           03 WRK-IMG-IND-TIPO-PESSOA PIC X(001).
           03 WRK-IMG-NUM-DOCUMENTO PIC 9(014).
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
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQCRE01      VALUE 'ARQCRE01'.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQANO01      VALUE 'ARQANO01'.
           88 WRK-CN-ARQAVL01      VALUE 'ARQAVL01'.
           88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
           88 WRK-CN-ARQAUD02      VALUE 'ARQAUD02'.
           88 WRK-CN-ARQNEG01      VALUE 'ARQNEG01'.
           88 WRK-CN-ARQNEG02      VALUE 'ARQNEG02'.
           88 WRK-CN-ARQPRT01      VALUE 'ARQPRT01'.
           88 WRK-CN-ARQPRT02      VALUE 'ARQPRT02'.
           88 WRK-CN-ARQNOT01      VALUE 'ARQNOT01'.
           88 WRK-CN-ARQNOT02      VALUE 'ARQNOT02'.
           88 WRK-CN-ARQCAR01      VALUE 'ARQCAR01'.
           88 WRK-CN-ARQCAR02      VALUE 'ARQCAR02'.
           88 WRK-CN-ARQWOF01      VALUE 'ARQWOF01'.
           88 WRK-CN-ARQWOF02      VALUE 'ARQWOF02'.
           88 WRK-CN-ARQFIL01      VALUE 'ARQFIL01'.
           88 WRK-CN-ARQFIL02      VALUE 'ARQFIL02'.
           88 WRK-CN-ARQAVS01      VALUE 'ARQAVS01'.
           88 WRK-CN-ARQAVS02      VALUE 'ARQAVS02'.
           88 WRK-CN-ARQDVC01      VALUE 'ARQDVC01'.
           88 WRK-CN-ARQDVC02      VALUE 'ARQDVC02'.
           88 WRK-CN-ARQOPG01      VALUE 'ARQOPG01'.
           88 WRK-CN-ARQOPG02      VALUE 'ARQOPG02'.
           88 WRK-CN-ARQHAR01      VALUE 'ARQHAR01'.
           88 WRK-CN-ARQLAR01      VALUE 'ARQLAR01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
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
              'AREA DA TABELA DE CONTAS DO TITULAR'.
      *----------------------------------------------------------------*
      *
        01 WRK-TAB-TITULAR.
           03 WRK-TIT-OCORRENCIA   OCCURS 99 TIMES.
              05 WRK-TIT-COD-AGENCIA PIC 9(004).
              05 WRK-TIT-NUM-CONTA PIC  9(008).
      *
        77 WRK-QTD-CONTAS-TITULAR  PIC  9(003)         VALUE ZEROS.
        77 WRK-IND-SUB-TIT         PIC  9(003)         VALUE ZEROS.
      *
        01 WRK-DES-ANONIMIZACAO.
           03 FILLER               PIC  X(021) VALUE
              'CONTA ANONIMIZADA EM '.
           03 WRK-DES-DAT-ANONIMIZACAO PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(011) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE TRATAMENTO DAS CARTAS DE COBRANCA'.
      *----------------------------------------------------------------*
      *
      * LINHA CORRENTE DO ARQCAR01 (LAYOUT DAS LINHAS DO EXER0324) -
      * CADA CARTA COMECA NA LINHA SEPARADORA ('=') E SO NA LINHA DE
      * REFERENCIA ('AGENCIA: ') SE SABE A CONTA; ATE ELA AS LINHAS
      * DE DESTINATARIO E ENDERECO FICAM RETIDAS NA TABELA ABAIXO
        01 WRK-CAR-LINHA           PIC  X(132)         VALUE SPACES.
        01 WRK-CAR-LINHA-REF       REDEFINES WRK-CAR-LINHA.
           03 WRK-CAR-ROTULO       PIC  X(009).
           03 WRK-CAR-COD-AGENCIA  PIC  9(004).
           03 FILLER               PIC  X(009).
           03 WRK-CAR-NUM-CONTA    PIC  9(008).
           03 WRK-CAR-ROTULO-CONTRATO PIC X(012).
           03 WRK-CAR-NUM-CONTRATO PIC  9(002).
           03 FILLER               PIC  X(011).
           03 WRK-CAR-NOM-DEVEDOR  PIC  X(040).
           03 FILLER               PIC  X(037).
        01 WRK-CAR-LINHA-DST       REDEFINES WRK-CAR-LINHA.
           03 WRK-CAR-ROTULO-DST   PIC  X(006).
           03 WRK-CAR-NOM-DESTINATARIO PIC X(040).
           03 FILLER               PIC  X(086).
      *
        01 WRK-CAR-LINHA-ENDERECO.
           03 FILLER               PIC  X(006) VALUE SPACES.
           03 FILLER               PIC  X(040) VALUE
              'ENDERECO ANONIMIZADO'.
           03 FILLER               PIC  X(086) VALUE SPACES.
      *
      * ATE 20 LINHAS RETIDAS MAIS A LINHA CORRENTE, ACRESCENTADA AO
      * FIM DA TABELA NA DESCARGA (3550-20)
        01 WRK-TAB-CARTA.
           03 WRK-CAR-RETIDA       PIC  X(132) OCCURS 21 TIMES.
        77 WRK-QTD-LINHAS-CARTA    PIC  9(003)         VALUE ZEROS.
        77 WRK-IND-SUB-CARTA       PIC  9(003)         VALUE ZEROS.
        77 WRK-IND-CARTA           PIC  X(001)         VALUE 'S'.
           88 WRK-CARTA-RETENDO    VALUE 'R'.
           88 WRK-CARTA-SEGUINDO   VALUE 'S'.
        77 WRK-IND-ANONIMIZA-CARTA PIC  X(001)         VALUE 'N'.
           88 WRK-ANONIMIZA-CARTA  VALUE 'S'.
        77 WRK-IND-BLOCO-ENDERECO  PIC  X(001)         VALUE 'N'.
           88 WRK-BLOCO-ENDERECO   VALUE 'S'.
      *
      *----------------------------------------------------------------*
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
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
           05 WRK-FS-ARQATR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ATR01-OK   VALUE '00'.
              88 WRK-FS-ATR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCRE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CRE01-OK   VALUE '00'.
              88 WRK-FS-CRE01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HIS01-OK   VALUE '00'.
              88 WRK-FS-HIS01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQANO01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ANO01-OK   VALUE '00'.
              88 WRK-FS-ANO01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQAVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVL01-OK   VALUE '00'.
              88 WRK-FS-AVL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AUD01-OK   VALUE '00'.
              88 WRK-FS-AUD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQAUD02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AUD02-OK   VALUE '00'.
           05 WRK-FS-ARQNEG01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-NEG01-OK   VALUE '00'.
              88 WRK-FS-NEG01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQNEG02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-NEG02-OK   VALUE '00'.
           05 WRK-FS-ARQPRT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRT01-OK   VALUE '00'.
              88 WRK-FS-PRT01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQPRT02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRT02-OK   VALUE '00'.
           05 WRK-FS-ARQNOT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-NOT01-OK   VALUE '00'.
              88 WRK-FS-NOT01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQNOT02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-NOT02-OK   VALUE '00'.
           05 WRK-FS-ARQCAR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CAR01-OK   VALUE '00'.
              88 WRK-FS-CAR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCAR02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CAR02-OK   VALUE '00'.
           05 WRK-FS-ARQWOF01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-WOF01-OK   VALUE '00'.
              88 WRK-FS-WOF01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQWOF02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-WOF02-OK   VALUE '00'.
           05 WRK-FS-ARQFIL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-FIL01-OK   VALUE '00'.
              88 WRK-FS-FIL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQFIL02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-FIL02-OK   VALUE '00'.
           05 WRK-FS-ARQAVS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVS01-OK   VALUE '00'.
              88 WRK-FS-AVS01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQAVS02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVS02-OK   VALUE '00'.
           05 WRK-FS-ARQDVC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DVC01-OK   VALUE '00'.
              88 WRK-FS-DVC01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQDVC02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DVC02-OK   VALUE '00'.
           05 WRK-FS-ARQOPG01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-OPG01-OK   VALUE '00'.
              88 WRK-FS-OPG01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQOPG02      PIC  X(002) VALUE SPACES.
              88 WRK-FS-OPG02-OK   VALUE '00'.
           05 WRK-FS-ARQHAR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HAR01-OK   VALUE '00'.
              88 WRK-FS-HAR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQLAR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LAR01-OK   VALUE '00'.
              88 WRK-FS-LAR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LST01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
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
                UNTIL WRK-FIM-CADASTRO
      *
            IF PARM29-MODO-TITULAR
               PERFORM 3450-LISTA-ANONIMIZACOES
            END-IF
      *
            PERFORM 3500-TRATA-ARQUIVOS
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

      * MESMO DIA E MES, N ANOS ANTES DA DATA DE REFERENCIA
            COMPUTE WRK-DAT-LIMITE-RETENCAO = WRK-DAT-REFERENCIA
                    - PARM29-QTD-ANOS-RETENCAO * 10000

            INITIALIZE                  WRK-TAB-TITULAR
                                        LST15-REGISTRO

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            IF PARM29-MODO-ANONIMIZACAO
               OPEN I-O ARQENT01
            ELSE
               OPEN INPUT ARQENT01
            END-IF
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE 'N'                    TO WRK-IND-SEM-ARQHIS01
            SET WRK-CN-ARQHIS01         TO TRUE
            OPEN INPUT ARQHIS01
            IF WRK-FS-HIS01-NAO-EXISTE
               SET WRK-SEM-ARQHIS01     TO TRUE
            ELSE
               IF NOT WRK-FS-HIS01-OK
                  MOVE WRK-FS-ARQHIS01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               PERFORM 1300-ABRE-ANONIMIZACAO
            ELSE
      * PEDIDO DO TITULAR - SO CONSULTA AS CONTAS JA ANONIMIZADAS
               MOVE 'N'                 TO WRK-IND-SEM-ARQANO01
               SET WRK-CN-ARQANO01      TO TRUE
               OPEN INPUT ARQANO01
               IF WRK-FS-ANO01-NAO-EXISTE
                  SET WRK-SEM-ARQANO01  TO TRUE
               ELSE
                  IF NOT WRK-FS-ANO01-OK
                     MOVE WRK-FS-ARQANO01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
                  END-IF
               END-IF
      * CONTA INFORMADA NO CARTAO ENTRA NA PESQUISA MESMO SEM
      * CONTRATO NO CADASTRO
               IF PARM29-NUM-CONTA GREATER ZEROS
                  MOVE PARM29-COD-AGENCIA TO WRK-CON-COD-AGENCIA
                  MOVE PARM29-NUM-CONTA TO WRK-CON-NUM-CONTA
                  PERFORM 3410-INCLUI-CONTA-TITULAR
               END-IF
            END-IF

            SET WRK-CN-ARQLST01         TO TRUE
            OPEN OUTPUT ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1200-POSICIONA-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CARTAO/ARQUIVO DE PARAMETROS - SEM     *
      *    CARTAO NAO HA MODO E O PROGRAMA E CANCELADO NA CRITICA      *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM29-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM29-DAT-REFERENCIA TO WRK-DAT-REFERENCIA
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
      *    CRITICA O MODO E OS DADOS DO MODO - NADA E ALTERADO OU      *
      *    LISTADO COM O CARTAO INVALIDO                               *
      *----------------------------------------------------------------*
        1150-CRITICA-PARAMETROS          SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN PARM29-MODO-ANONIMIZACAO
                     IF PARM29-QTD-ANOS-RETENCAO EQUAL ZEROS
                        PERFORM 9150-ERRO-PARAMETRO
                     END-IF
                WHEN PARM29-MODO-TITULAR
                     IF PARM29-NUM-DOCUMENTO EQUAL ZEROS
                        AND PARM29-NUM-CONTA EQUAL ZEROS
                        PERFORM 9150-ERRO-PARAMETRO
                     END-IF
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
      *    POSICIONA O CADASTRO NO INICIO E LE O PRIMEIRO CONTRATO     *
      *----------------------------------------------------------------*
        1200-POSICIONA-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO ARQENT01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3810-LER-CADASTRO
                WHEN '23'
                     SET WRK-FIM-CADASTRO TO TRUE
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
      *    ABRE OS ARQUIVOS USADOS SO NA ANONIMIZACAO: PLANO, ATRASO E *
      *    CREDITO PARA OS IMPEDIMENTOS E O ARQUIVO DE CONTAS          *
      *    ANONIMIZADAS (CRIADO NA PRIMEIRA ANONIMIZACAO)              *
      *----------------------------------------------------------------*
        1300-ABRE-ANONIMIZACAO          SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            OPEN INPUT ARQPLA01
            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE 'N'                    TO WRK-IND-SEM-ARQATR01
            SET WRK-CN-ARQATR01         TO TRUE
            OPEN INPUT ARQATR01
            IF WRK-FS-ATR01-NAO-EXISTE
               SET WRK-SEM-ARQATR01     TO TRUE
            ELSE
               IF NOT WRK-FS-ATR01-OK
                  MOVE WRK-FS-ARQATR01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE 'N'                    TO WRK-IND-SEM-ARQCRE01
            SET WRK-CN-ARQCRE01         TO TRUE
            OPEN INPUT ARQCRE01
            IF WRK-FS-CRE01-NAO-EXISTE
               SET WRK-SEM-ARQCRE01     TO TRUE
            ELSE
               IF NOT WRK-FS-CRE01-OK
                  MOVE WRK-FS-ARQCRE01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQANO01         TO TRUE
            OPEN I-O ARQANO01
            IF WRK-FS-ANO01-NAO-EXISTE
               OPEN OUTPUT ARQANO01
               IF WRK-FS-ANO01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQANO01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQANO01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-ANO01-OK
               MOVE WRK-FS-ARQANO01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'A': AVALIA A CONTA DO CONTRATO CORRENTE E, SEM        *
      *    IMPEDIMENTO, ANONIMIZA TODOS OS SEUS CONTRATOS; SEGUE PARA  *
      *    A PROXIMA CONTA. MODO 'T': VERIFICA SE O CONTRATO CORRENTE  *
      *    E DO TITULAR E SEGUE PARA O PROXIMO CONTRATO                *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            IF PARM29-MODO-TITULAR
               PERFORM 3400-VERIFICA-TITULAR
               PERFORM 3810-LER-CADASTRO
               GO TO 3000-99-FIM
            END-IF

            MOVE ARQENT01-COD-AGENCIA   TO WRK-CTA-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO WRK-CTA-NUM-CONTA
            ADD 1                       TO ACU-CONTAS-AVALIADAS

            PERFORM 3100-AVALIA-CONTA

            EVALUATE TRUE
                WHEN WRK-CONTA-LIBERADA
                     PERFORM 3200-ANONIMIZA-CONTA
                WHEN WRK-BLOQ-ATIVA
                     ADD 1              TO ACU-CONTAS-ATIVAS
                WHEN WRK-BLOQ-RECENTE
                     ADD 1              TO ACU-CONTAS-RECENTES
                WHEN WRK-BLOQ-SALDO
                     ADD 1              TO ACU-CONTAS-COM-SALDO
                WHEN WRK-BLOQ-CREDITO
                     ADD 1              TO ACU-CONTAS-COM-CREDITO
                WHEN WRK-BLOQ-COBRANCA
                     ADD 1              TO ACU-CONTAS-COM-COBRANCA
                WHEN OTHER
                     ADD 1              TO ACU-CONTAS-JA-ANONIMIZADAS
            END-EVALUATE

            PERFORM 3800-PROXIMA-CONTA
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    AVALIA OS IMPEDIMENTOS DA CONTA CORRENTE: CONTA JA          *
      *    ANONIMIZADA, CONTRATO ATIVO, INATIVACAO DENTRO DO PRAZO DE  *
      *    RETENCAO (OU SEM DATA), SALDO EM ABERTO, REPASSE/PROTESTO   *
      *    OU NEGATIVACAO E, POR ULTIMO, CREDITO DA CONTA              *
      *----------------------------------------------------------------*
        3100-AVALIA-CONTA               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-BLOQUEIO
            MOVE ZEROS                  TO WRK-QTD-CONTRATOS-CONTA
                                           WRK-DAT-ULT-INATIVACAO

            MOVE WRK-CHAVE-CONTA        TO WRK-CHAVE-CONSULTA
            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               SET WRK-BLOQ-ANONIMIZADA TO TRUE
               GO TO 3100-99-FIM
            END-IF

            MOVE WRK-CTA-COD-AGENCIA    TO ARQENT01-COD-AGENCIA
            MOVE WRK-CTA-NUM-CONTA      TO ARQENT01-NUM-CONTA
            MOVE ZEROS                  TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3100-10-LER-CONTRATO
                         UNTIL NOT WRK-FS-ENT01-OK
                            OR NOT WRK-CONTA-LIBERADA
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            IF NOT WRK-CONTA-LIBERADA
               OR WRK-SEM-ARQCRE01
               GO TO 3100-99-FIM
            END-IF

            MOVE WRK-CHAVE-CONTA        TO CRE01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            READ ARQCRE01                KEY IS CRE01-CHAVE

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     IF CRE01-VLR-CREDITO GREATER ZEROS
                        SET WRK-BLOQ-CREDITO TO TRUE
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
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
                     IF ARQENT01-COD-AGENCIA EQUAL WRK-CTA-COD-AGENCIA
                        AND ARQENT01-NUM-CONTA EQUAL WRK-CTA-NUM-CONTA
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
            ADD 1                       TO WRK-QTD-CONTRATOS-CONTA

            IF ARQENT01-CONTA-ATIVA
               SET WRK-BLOQ-ATIVA       TO TRUE
               GO TO 3100-20-99-FIM
            END-IF

      * CONTRATO INATIVO SEM DATA DE INATIVACAO (REGISTRO ANTIGO) NAO
      * TEM COMO PROVAR O FIM DO PRAZO - FICA COMO DENTRO DELE
            IF ARQENT01-DAT-INATIVACAO EQUAL ZEROS
               OR ARQENT01-DAT-INATIVACAO
                  GREATER WRK-DAT-LIMITE-RETENCAO
               SET WRK-BLOQ-RECENTE     TO TRUE
               GO TO 3100-20-99-FIM
            END-IF

            IF ARQENT01-DAT-INATIVACAO GREATER WRK-DAT-ULT-INATIVACAO
               MOVE ARQENT01-DAT-INATIVACAO TO WRK-DAT-ULT-INATIVACAO
            END-IF

            MOVE ARQENT01-CHAVE         TO WRK-CHAVE-CONTRATO

            PERFORM 3150-VERIFICA-PLANO
            IF WRK-PARCELA-ABERTA
               SET WRK-BLOQ-SALDO       TO TRUE
               GO TO 3100-20-99-FIM
            END-IF

            PERFORM 3160-VERIFICA-COBRANCA
            .
      *
      *----------------------------------------------------------------*
        3100-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    VERIFICA SE RESTA PARCELA EM ABERTO NO PLANO DO CONTRATO    *
      *    CORRENTE (WRK-CHAVE-CONTRATO)                               *
      *----------------------------------------------------------------*
        3150-VERIFICA-PLANO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-PARCELA-ABERTA

            MOVE WRK-CTR-COD-AGENCIA    TO PLA01-COD-AGENCIA
            MOVE WRK-CTR-NUM-CONTA      TO PLA01-NUM-CONTA
            MOVE WRK-CTR-NUM-CONTRATO   TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3150-10-LER-PARCELA
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
        3150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3150-10-LER-PARCELA             SECTION.
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
        3150-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PENDENCIA OU MULTA NO SUBLEDGER DE ATRASO E SALDO; REPASSE  *
      *    A COBRANCA EXTERNA, PROTESTO, BAIXA OU NEGATIVACAO NO       *
      *    HISTORICO IMPEDEM A ANONIMIZACAO (O DEVEDOR AINDA PRECISA   *
      *    SER IDENTIFICADO)                                           *
      *----------------------------------------------------------------*
        3160-VERIFICA-COBRANCA          SECTION.
      *----------------------------------------------------------------*
      *
            IF NOT WRK-SEM-ARQATR01
               MOVE WRK-CHAVE-CONTRATO  TO ATR01-CHAVE
               SET WRK-CN-READ          TO TRUE
               SET WRK-CN-ARQATR01      TO TRUE
               READ ARQATR01             KEY IS ATR01-CHAVE
               EVALUATE WRK-FS-ARQATR01
                   WHEN '00'
                        IF ATR01-VLR-PARCELAS-ABERTAS GREATER ZEROS
                           OR ATR01-VLR-MULTA-ACUMULADA
                              GREATER ZEROS
                           SET WRK-BLOQ-SALDO TO TRUE
                           GO TO 3160-99-FIM
                        END-IF
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQATR01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
            END-IF

            IF WRK-SEM-ARQHIS01
               GO TO 3160-99-FIM
            END-IF

            MOVE WRK-CHAVE-CONTRATO     TO HIS01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            READ ARQHIS01                KEY IS HIS01-CHAVE

            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     IF HIS01-NEGATIVADO
                        OR NOT HIS01-COBRANCA-NORMAL
                        SET WRK-BLOQ-COBRANCA TO TRUE
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3160-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APAGA NOME, ENDERECO E DOCUMENTO DE TODOS OS CONTRATOS DA   *
      *    CONTA LIBERADA E A REGISTRA NO ARQUIVO DE CONTAS            *
      *    ANONIMIZADAS                                                *
      *----------------------------------------------------------------*
        3200-ANONIMIZA-CONTA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-CTA-COD-AGENCIA    TO ARQENT01-COD-AGENCIA
            MOVE WRK-CTA-NUM-CONTA      TO ARQENT01-NUM-CONTA
            MOVE ZEROS                  TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3200-10-ANONIMIZA-CONTRATO
                         UNTIL NOT WRK-FS-ENT01-OK
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            INITIALIZE                  ANO01-REGISTRO
            MOVE WRK-CHAVE-CONTA        TO ANO01-CHAVE
            MOVE WRK-DAT-REFERENCIA     TO ANO01-DAT-ANONIMIZACAO
            MOVE WRK-QTD-CONTRATOS-CONTA TO ANO01-QTD-CONTRATOS
            MOVE WRK-DAT-ULT-INATIVACAO TO ANO01-DAT-INATIVACAO
            MOVE PARM29-QTD-ANOS-RETENCAO TO ANO01-QTD-ANOS-RETENCAO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQANO01         TO TRUE
            WRITE ANO01-REGISTRO
            IF NOT WRK-FS-ANO01-OK
               MOVE WRK-FS-ARQANO01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-CONTAS-ANONIMIZADAS
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3200-10-ANONIMIZA-CONTRATO      SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-COD-AGENCIA NOT EQUAL
                                              WRK-CTA-COD-AGENCIA
                        OR ARQENT01-NUM-CONTA NOT EQUAL
                                              WRK-CTA-NUM-CONTA
      * PASSOU DA CONTA - ENCERRA A ANONIMIZACAO
                        MOVE '10'       TO WRK-FS-ARQENT01
                        GO TO 3200-10-99-FIM
                     END-IF
                WHEN '10'
                     GO TO 3200-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE WRK-NOM-ANONIMIZADO    TO ARQENT01-NOM-CLIENTE
            MOVE SPACES                 TO ARQENT01-DES-LOGRADOURO
                                           ARQENT01-NOM-CIDADE
                                           ARQENT01-SIG-UF
            MOVE ZEROS                  TO ARQENT01-NUM-CEP
                                           ARQENT01-NUM-DOCUMENTO

            SET WRK-CN-REWRITE          TO TRUE
            REWRITE ARQENT01-REGISTRO
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-CONTRATOS-ANONIMIZADOS

            MOVE 'ARQENT01'             TO LST15-NOM-ARQUIVO
            MOVE ARQENT01-COD-AGENCIA   TO LST15-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO LST15-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO LST15-NUM-CONTRATO
            MOVE 'NOME, ENDERECO E DOCUMENTO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
            PERFORM 3700-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'T': CONTRATO DO CADASTRO COM O DOCUMENTO OU A CONTA   *
      *    DO TITULAR - LISTA O CADASTRO E O HISTORICO DO CONTRATO E   *
      *    GUARDA A CONTA PARA A PESQUISA NOS DEMAIS ARQUIVOS          *
      *----------------------------------------------------------------*
        3400-VERIFICA-TITULAR           SECTION.
      *----------------------------------------------------------------*
      *
            IF (PARM29-NUM-DOCUMENTO GREATER ZEROS
                AND ARQENT01-NUM-DOCUMENTO EQUAL PARM29-NUM-DOCUMENTO)
               OR (PARM29-NUM-CONTA GREATER ZEROS
                AND ARQENT01-COD-AGENCIA EQUAL PARM29-COD-AGENCIA
                AND ARQENT01-NUM-CONTA EQUAL PARM29-NUM-CONTA)
               CONTINUE
            ELSE
               GO TO 3400-99-FIM
            END-IF

            ADD 1                       TO ACU-CONTRATOS-TITULAR

            MOVE ARQENT01-COD-AGENCIA   TO WRK-CON-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO WRK-CON-NUM-CONTA
            PERFORM 3410-INCLUI-CONTA-TITULAR

            MOVE 'ARQENT01'             TO LST15-NOM-ARQUIVO
            MOVE ARQENT01-COD-AGENCIA   TO LST15-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO LST15-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO LST15-NUM-CONTRATO
            MOVE 'CADASTRO - NOME, ENDERECO E DOCUMENTO'
                                        TO LST15-DES-OCORRENCIA
            PERFORM 3700-GRAVA-LISTAGEM

            IF WRK-SEM-ARQHIS01
               GO TO 3400-99-FIM
            END-IF

            MOVE ARQENT01-CHAVE         TO HIS01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            READ ARQHIS01                KEY IS HIS01-CHAVE

            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     MOVE 'ARQHIS01'    TO LST15-NOM-ARQUIVO
                     MOVE HIS01-COD-AGENCIA TO LST15-COD-AGENCIA
                     MOVE HIS01-NUM-CONTA TO LST15-NUM-CONTA
                     MOVE HIS01-NUM-CONTRATO TO LST15-NUM-CONTRATO
                     MOVE 'HISTORICO DE COBRANCA - SO A CHAVE'
                                        TO LST15-DES-OCORRENCIA
                     PERFORM 3700-GRAVA-LISTAGEM
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GUARDA A CONTA WRK-CHAVE-CONSULTA NA TABELA DO TITULAR      *
      *    (UMA VEZ SO); TABELA CHEIA SO E CONTADA                     *
      *----------------------------------------------------------------*
        3410-INCLUI-CONTA-TITULAR       SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3610-CONSULTA-TITULAR
            IF WRK-CONTA-TITULAR
               GO TO 3410-99-FIM
            END-IF

            IF WRK-QTD-CONTAS-TITULAR NOT LESS 99
               ADD 1                    TO ACU-CONTAS-EXCEDENTES
               GO TO 3410-99-FIM
            END-IF

            ADD 1                       TO WRK-QTD-CONTAS-TITULAR
            MOVE WRK-CON-COD-AGENCIA
                     TO WRK-TIT-COD-AGENCIA (WRK-QTD-CONTAS-TITULAR)
            MOVE WRK-CON-NUM-CONTA
                     TO WRK-TIT-NUM-CONTA (WRK-QTD-CONTAS-TITULAR)
            .
      *
      *----------------------------------------------------------------*
        3410-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'T': LISTA AS CONTAS DO TITULAR JA ANONIMIZADAS, COM A *
      *    DATA DA ANONIMIZACAO                                        *
      *----------------------------------------------------------------*
        3450-LISTA-ANONIMIZACOES        SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQANO01
               GO TO 3450-99-FIM
            END-IF

            PERFORM 3450-10-LISTA-CONTA
                VARYING WRK-IND-SUB-TIT FROM 1 BY 1
                UNTIL WRK-IND-SUB-TIT GREATER WRK-QTD-CONTAS-TITULAR
            .
      *
      *----------------------------------------------------------------*
        3450-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3450-10-LISTA-CONTA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-TIT-COD-AGENCIA (WRK-IND-SUB-TIT)
                                        TO WRK-CON-COD-AGENCIA
            MOVE WRK-TIT-NUM-CONTA (WRK-IND-SUB-TIT)
                                        TO WRK-CON-NUM-CONTA
            PERFORM 3600-CONSULTA-ANONIMIZADA

            IF WRK-CONTA-ANONIMIZADA
               MOVE 'ARQANO01'          TO LST15-NOM-ARQUIVO
               MOVE ANO01-COD-AGENCIA   TO LST15-COD-AGENCIA
               MOVE ANO01-NUM-CONTA     TO LST15-NUM-CONTA
               MOVE ANO01-DAT-ANONIMIZACAO
                                        TO WRK-DES-DAT-ANONIMIZACAO
               MOVE WRK-DES-ANONIMIZACAO TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3450-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA OS ARQUIVOS SEQUENCIAIS QUE COPIAM OS DADOS PESSOAIS  *
      *    DO CADASTRO - NO MODO 'T' TAMBEM OS ARQUIVOS MORTOS DO      *
      *    EXER0323, QUE SO TEM A CHAVE DA CONTA E POR ISSO NAO SAO    *
      *    REGRAVADOS NA ANONIMIZACAO                                  *
      *----------------------------------------------------------------*
        3500-TRATA-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3510-TRATA-AUDITORIA
            PERFORM 3520-TRATA-NEGATIVACAO
            PERFORM 3530-TRATA-REPASSE
            PERFORM 3540-TRATA-NOTIFICACAO
            PERFORM 3550-TRATA-CARTAS
            PERFORM 3575-TRATA-BAIXA-PERDA
            PERFORM 3580-TRATA-FILA-COBRANCA
            PERFORM 3585-TRATA-AVISO-VENCIMENTO
            PERFORM 3590-TRATA-DEVOLUCAO
            PERFORM 3595-TRATA-ORDEM-PAGAMENTO
            PERFORM 3597-TRATA-AVALISTAS

            IF PARM29-MODO-TITULAR
               PERFORM 3560-TRATA-HISTORICO-MORTO
               PERFORM 3570-TRATA-LOG-MORTO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LOG DE ALTERACOES DO CADASTRO (AUD03113) - AS IMAGENS ANTES *
      *    E DEPOIS TEM O REGISTRO ARQENT01 COMPLETO                   *
      *----------------------------------------------------------------*
        3510-TRATA-AUDITORIA            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQAUD01         TO TRUE
            OPEN INPUT ARQAUD01
            IF WRK-FS-AUD01-NAO-EXISTE
               GO TO 3510-99-FIM
            END-IF
            IF NOT WRK-FS-AUD01-OK
               MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQAUD02      TO TRUE
               OPEN OUTPUT ARQAUD02
               IF NOT WRK-FS-AUD02-OK
                  MOVE WRK-FS-ARQAUD02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3510-10-LER-AUDITORIA
                UNTIL NOT WRK-FS-AUD01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQAUD01         TO TRUE
            CLOSE ARQAUD01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQAUD02      TO TRUE
               CLOSE ARQAUD02
               IF NOT WRK-FS-AUD02-OK
                  MOVE WRK-FS-ARQAUD02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3510-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3510-10-LER-AUDITORIA           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAUD01         TO TRUE
            READ ARQAUD01               INTO AUD01-REGISTRO

            EVALUATE WRK-FS-ARQAUD01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQAUD01
                WHEN '10'
                     GO TO 3510-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQAUD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQAUD01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE AUD01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE AUD01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA

            IF PARM29-MODO-TITULAR
               PERFORM 3510-30-VERIFICA-TITULAR
               GO TO 3510-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               IF AUD01-IMAGEM-ANTERIOR NOT EQUAL SPACES
                  MOVE AUD01-IMAGEM-ANTERIOR TO WRK-IMG-ENT01
                  PERFORM 3510-20-ANONIMIZA-IMAGEM
                  MOVE WRK-IMG-ENT01    TO AUD01-IMAGEM-ANTERIOR
               END-IF
               IF AUD01-IMAGEM-ATUAL NOT EQUAL SPACES
                  MOVE AUD01-IMAGEM-ATUAL TO WRK-IMG-ENT01
                  PERFORM 3510-20-ANONIMIZA-IMAGEM
                  MOVE WRK-IMG-ENT01    TO AUD01-IMAGEM-ATUAL
               END-IF
               ADD 1                    TO ACU-TRATADOS-ARQAUD01
               MOVE 'IMAGENS SEM NOME, ENDERECO E DOCUMENTO'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQAUD02         TO TRUE
            WRITE FD-ARQAUD02           FROM AUD01-REGISTRO
            IF NOT WRK-FS-AUD02-OK
               MOVE WRK-FS-ARQAUD02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3510-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3510-20-ANONIMIZA-IMAGEM        SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-NOM-ANONIMIZADO    TO WRK-IMG-NOM-CLIENTE
            MOVE SPACES                 TO WRK-IMG-DES-LOGRADOURO
                                           WRK-IMG-NOM-CIDADE
                                           WRK-IMG-SIG-UF
            MOVE ZEROS                  TO WRK-IMG-NUM-CEP
                                           WRK-IMG-NUM-DOCUMENTO
            .
      *
      *----------------------------------------------------------------*
        3510-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ALTERACAO DE CONTA DO TITULAR OU COM O DOCUMENTO DELE EM    *
      *    UMA DAS IMAGENS (DOCUMENTO ALTERADO DEPOIS)                 *
      *----------------------------------------------------------------*
        3510-30-VERIFICA-TITULAR        SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3610-CONSULTA-TITULAR

            IF NOT WRK-CONTA-TITULAR
               AND PARM29-NUM-DOCUMENTO GREATER ZEROS
               IF AUD01-IMAGEM-ANTERIOR NOT EQUAL SPACES
                  MOVE AUD01-IMAGEM-ANTERIOR TO WRK-IMG-ENT01
                  IF WRK-IMG-NUM-DOCUMENTO
                                       EQUAL PARM29-NUM-DOCUMENTO
                     SET WRK-CONTA-TITULAR TO TRUE
                  END-IF
               END-IF
               IF AUD01-IMAGEM-ATUAL NOT EQUAL SPACES
                  MOVE AUD01-IMAGEM-ATUAL TO WRK-IMG-ENT01
                  IF WRK-IMG-NUM-DOCUMENTO
                                       EQUAL PARM29-NUM-DOCUMENTO
                     SET WRK-CONTA-TITULAR TO TRUE
                  END-IF
               END-IF
            END-IF

            IF WRK-CONTA-TITULAR
               ADD 1                    TO ACU-TRATADOS-ARQAUD01
               MOVE 'LOG DE AUDITORIA - IMAGENS DO CADASTRO'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3510-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    EXTRATOS DE NEGATIVACAO NO BUREAU (NEG03112)                *
      *----------------------------------------------------------------*
        3520-TRATA-NEGATIVACAO          SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQNEG01         TO TRUE
            OPEN INPUT ARQNEG01
            IF WRK-FS-NEG01-NAO-EXISTE
               GO TO 3520-99-FIM
            END-IF
            IF NOT WRK-FS-NEG01-OK
               MOVE WRK-FS-ARQNEG01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQNEG02      TO TRUE
               OPEN OUTPUT ARQNEG02
               IF NOT WRK-FS-NEG02-OK
                  MOVE WRK-FS-ARQNEG02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3520-10-LER-NEGATIVACAO
                UNTIL NOT WRK-FS-NEG01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQNEG01         TO TRUE
            CLOSE ARQNEG01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQNEG02      TO TRUE
               CLOSE ARQNEG02
               IF NOT WRK-FS-NEG02-OK
                  MOVE WRK-FS-ARQNEG02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3520-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3520-10-LER-NEGATIVACAO         SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQNEG01         TO TRUE
            READ ARQNEG01               INTO NEG01-REGISTRO

            EVALUATE WRK-FS-ARQNEG01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQNEG01
                WHEN '10'
                     GO TO 3520-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQNEG01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQNEG01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE NEG01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE NEG01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA
            MOVE NEG01-NUM-CONTRATO     TO LST15-NUM-CONTRATO

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  OR (PARM29-NUM-DOCUMENTO GREATER ZEROS
                  AND NEG01-NUM-DOCUMENTO EQUAL PARM29-NUM-DOCUMENTO)
                  ADD 1                 TO ACU-TRATADOS-ARQNEG01
                  MOVE 'NEGATIVACAO NO BUREAU - NOME E DOCUMENTO'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3520-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO NEG01-NOM-CLIENTE
               MOVE ZEROS               TO NEG01-NUM-DOCUMENTO
               ADD 1                    TO ACU-TRATADOS-ARQNEG01
               MOVE 'NOME E DOCUMENTO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQNEG02         TO TRUE
            WRITE FD-ARQNEG02           FROM NEG01-REGISTRO
            IF NOT WRK-FS-NEG02-OK
               MOVE WRK-FS-ARQNEG02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3520-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    EXTRATOS DE REPASSE A COBRANCA EXTERNA/PROTESTO (PRT03112)  *
      *    - DADOS DO DEVEDOR E DO AVALISTA DO CONTRATO                *
      *----------------------------------------------------------------*
        3530-TRATA-REPASSE              SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQPRT01         TO TRUE
            OPEN INPUT ARQPRT01
            IF WRK-FS-PRT01-NAO-EXISTE
               GO TO 3530-99-FIM
            END-IF
            IF NOT WRK-FS-PRT01-OK
               MOVE WRK-FS-ARQPRT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQPRT02      TO TRUE
               OPEN OUTPUT ARQPRT02
               IF NOT WRK-FS-PRT02-OK
                  MOVE WRK-FS-ARQPRT02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3530-10-LER-REPASSE
                UNTIL NOT WRK-FS-PRT01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQPRT01         TO TRUE
            CLOSE ARQPRT01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQPRT02      TO TRUE
               CLOSE ARQPRT02
               IF NOT WRK-FS-PRT02-OK
                  MOVE WRK-FS-ARQPRT02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3530-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3530-10-LER-REPASSE             SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPRT01         TO TRUE
            READ ARQPRT01               INTO PRT01-REGISTRO

            EVALUATE WRK-FS-ARQPRT01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQPRT01
                WHEN '10'
                     GO TO 3530-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQPRT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQPRT01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE PRT01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE PRT01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA
            MOVE PRT01-NUM-CONTRATO     TO LST15-NUM-CONTRATO

            IF PARM29-MODO-TITULAR
               PERFORM 3530-20-VERIFICA-TITULAR
               GO TO 3530-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO PRT01-NOM-CLIENTE
               MOVE ZEROS               TO PRT01-NUM-DOCUMENTO
               IF PRT01-COM-AVALISTA
                  MOVE WRK-NOM-ANONIMIZADO TO PRT01-NOM-AVALISTA
                  MOVE SPACES           TO PRT01-DES-LOGRADOURO-AVAL
                                           PRT01-NOM-CIDADE-AVAL
                                           PRT01-SIG-UF-AVAL
                  MOVE ZEROS            TO PRT01-NUM-DOCUMENTO-AVAL
                                           PRT01-NUM-CEP-AVAL
               END-IF
               ADD 1                    TO ACU-TRATADOS-ARQPRT01
               MOVE 'NOME, ENDERECO E DOCUMENTO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQPRT02         TO TRUE
            WRITE FD-ARQPRT02           FROM PRT01-REGISTRO
            IF NOT WRK-FS-PRT02-OK
               MOVE WRK-FS-ARQPRT02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3530-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REPASSE DE CONTA DO TITULAR, COM O DOCUMENTO DELE COMO      *
      *    DEVEDOR OU COMO AVALISTA DE OUTRO CONTRATO                  *
      *----------------------------------------------------------------*
        3530-20-VERIFICA-TITULAR        SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3610-CONSULTA-TITULAR

            IF WRK-CONTA-TITULAR
               OR (PARM29-NUM-DOCUMENTO GREATER ZEROS
               AND PRT01-NUM-DOCUMENTO EQUAL PARM29-NUM-DOCUMENTO)
               ADD 1                    TO ACU-TRATADOS-ARQPRT01
               MOVE 'REPASSE/PROTESTO - NOME E DOCUMENTO'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
               GO TO 3530-20-99-FIM
            END-IF

            IF PARM29-NUM-DOCUMENTO GREATER ZEROS
               AND PRT01-COM-AVALISTA
               AND PRT01-NUM-DOCUMENTO-AVAL EQUAL PARM29-NUM-DOCUMENTO
               ADD 1                    TO ACU-TRATADOS-ARQPRT01
               MOVE 'REPASSE/PROTESTO - COMO AVALISTA'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3530-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    EXTRATOS DE NOTIFICACAO DE COBRANCA (NOT03112)              *
      *----------------------------------------------------------------*
        3540-TRATA-NOTIFICACAO          SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQNOT01         TO TRUE
            OPEN INPUT ARQNOT01
            IF WRK-FS-NOT01-NAO-EXISTE
               GO TO 3540-99-FIM
            END-IF
            IF NOT WRK-FS-NOT01-OK
               MOVE WRK-FS-ARQNOT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQNOT02      TO TRUE
               OPEN OUTPUT ARQNOT02
               IF NOT WRK-FS-NOT02-OK
                  MOVE WRK-FS-ARQNOT02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3540-10-LER-NOTIFICACAO
                UNTIL NOT WRK-FS-NOT01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQNOT01         TO TRUE
            CLOSE ARQNOT01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQNOT02      TO TRUE
               CLOSE ARQNOT02
               IF NOT WRK-FS-NOT02-OK
                  MOVE WRK-FS-ARQNOT02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3540-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3540-10-LER-NOTIFICACAO         SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQNOT01         TO TRUE
            READ ARQNOT01               INTO NOT01-REGISTRO

            EVALUATE WRK-FS-ARQNOT01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQNOT01
                WHEN '10'
                     GO TO 3540-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQNOT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQNOT01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE NOT01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE NOT01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  ADD 1                 TO ACU-TRATADOS-ARQNOT01
                  MOVE 'NOTIFICACAO DE COBRANCA - NOME'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3540-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO NOT01-NOM-CLIENTE
               ADD 1                    TO ACU-TRATADOS-ARQNOT01
               MOVE 'NOME APAGADO'      TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQNOT02         TO TRUE
            WRITE FD-ARQNOT02           FROM NOT01-REGISTRO
            IF NOT WRK-FS-NOT02-OK
               MOVE WRK-FS-ARQNOT02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3540-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARTAS DE COBRANCA FORMATADAS PELO EXER0324 - NA            *
      *    ANONIMIZACAO, AS LINHAS DE DESTINATARIO E ENDERECO DA CARTA *
      *    FICAM RETIDAS ATE A LINHA DE REFERENCIA (CONTA) E SO ENTAO  *
      *    SAO GRAVADAS, APAGADAS QUANDO A CONTA ESTA ANONIMIZADA      *
      *----------------------------------------------------------------*
        3550-TRATA-CARTAS               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCAR01         TO TRUE
            OPEN INPUT ARQCAR01
            IF WRK-FS-CAR01-NAO-EXISTE
               GO TO 3550-99-FIM
            END-IF
            IF NOT WRK-FS-CAR01-OK
               MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQCAR02      TO TRUE
               OPEN OUTPUT ARQCAR02
               IF NOT WRK-FS-CAR02-OK
                  MOVE WRK-FS-ARQCAR02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
                                           WRK-QTD-LINHAS-CARTA
            SET WRK-CARTA-SEGUINDO      TO TRUE
            PERFORM 3550-10-LER-CARTA
                UNTIL NOT WRK-FS-CAR01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQCAR01         TO TRUE
            CLOSE ARQCAR01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQCAR02      TO TRUE
               CLOSE ARQCAR02
               IF NOT WRK-FS-CAR02-OK
                  MOVE WRK-FS-ARQCAR02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3550-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3550-10-LER-CARTA               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCAR01         TO TRUE
            READ ARQCAR01               INTO WRK-CAR-LINHA

            EVALUATE WRK-FS-ARQCAR01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQCAR01
                WHEN '10'
      * FIM DO ARQUIVO - DEVOLVE AS LINHAS AINDA RETIDAS
                     IF PARM29-MODO-ANONIMIZACAO
                        MOVE 'N'        TO WRK-IND-ANONIMIZA-CARTA
                        PERFORM 3550-20-DESCARREGA-CARTA
                     END-IF
                     GO TO 3550-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQCAR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            IF PARM29-MODO-TITULAR
               IF WRK-CAR-ROTULO EQUAL 'AGENCIA: '
                  PERFORM 3550-50-VERIFICA-TITULAR
               END-IF
               GO TO 3550-10-99-FIM
            END-IF

      * LINHA SEPARADORA - COMECA UMA NOVA CARTA
            IF WRK-CAR-LINHA EQUAL ALL '='
               MOVE 'N'                 TO WRK-IND-ANONIMIZA-CARTA
               PERFORM 3550-20-DESCARREGA-CARTA
               SET WRK-CARTA-RETENDO    TO TRUE
               ADD 1                    TO WRK-QTD-LINHAS-CARTA
               MOVE WRK-CAR-LINHA
                       TO WRK-CAR-RETIDA (WRK-QTD-LINHAS-CARTA)
               GO TO 3550-10-99-FIM
            END-IF

            IF WRK-CARTA-SEGUINDO
               PERFORM 3550-40-GRAVA-LINHA
               GO TO 3550-10-99-FIM
            END-IF

      * LINHA DE REFERENCIA - DECIDE A CARTA E DEVOLVE AS RETIDAS
            IF WRK-CAR-ROTULO EQUAL 'AGENCIA: '
               PERFORM 3550-60-DECIDE-CARTA
               PERFORM 3550-20-DESCARREGA-CARTA
               PERFORM 3550-40-GRAVA-LINHA
               SET WRK-CARTA-SEGUINDO   TO TRUE
               GO TO 3550-10-99-FIM
            END-IF

            IF WRK-QTD-LINHAS-CARTA LESS 20
               ADD 1                    TO WRK-QTD-LINHAS-CARTA
               MOVE WRK-CAR-LINHA
                       TO WRK-CAR-RETIDA (WRK-QTD-LINHAS-CARTA)
            ELSE
      * CARTA FORA DO LAYOUT (SEM REFERENCIA) - SAI COMO ESTA
               MOVE 'N'                 TO WRK-IND-ANONIMIZA-CARTA
               PERFORM 3550-20-DESCARREGA-CARTA
               PERFORM 3550-40-GRAVA-LINHA
               SET WRK-CARTA-SEGUINDO   TO TRUE
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3550-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA AS LINHAS RETIDAS DA CARTA - APAGANDO DESTINATARIO E  *
      *    ENDERECO QUANDO WRK-ANONIMIZA-CARTA - E ESVAZIA A TABELA.   *
      *    A LINHA CORRENTE (WRK-CAR-LINHA) E PRESERVADA               *
      *----------------------------------------------------------------*
        3550-20-DESCARREGA-CARTA        SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-QTD-LINHAS-CARTA EQUAL ZEROS
               GO TO 3550-20-99-FIM
            END-IF

            ADD 1                       TO WRK-QTD-LINHAS-CARTA
            MOVE WRK-CAR-LINHA
                       TO WRK-CAR-RETIDA (WRK-QTD-LINHAS-CARTA)
            MOVE 'N'                    TO WRK-IND-BLOCO-ENDERECO

            PERFORM 3550-30-GRAVA-RETIDA
                VARYING WRK-IND-SUB-CARTA FROM 1 BY 1
                UNTIL WRK-IND-SUB-CARTA NOT LESS WRK-QTD-LINHAS-CARTA

            MOVE WRK-CAR-RETIDA (WRK-QTD-LINHAS-CARTA)
                                        TO WRK-CAR-LINHA
            MOVE ZEROS                  TO WRK-QTD-LINHAS-CARTA
            .
      *
      *----------------------------------------------------------------*
        3550-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3550-30-GRAVA-RETIDA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-CAR-RETIDA (WRK-IND-SUB-CARTA) TO WRK-CAR-LINHA

            IF WRK-ANONIMIZA-CARTA
               EVALUATE TRUE
                   WHEN WRK-CAR-ROTULO-DST EQUAL 'PARA: '
                        MOVE WRK-NOM-ANONIMIZADO
                                        TO WRK-CAR-NOM-DESTINATARIO
                        SET WRK-BLOCO-ENDERECO TO TRUE
                   WHEN WRK-CAR-LINHA EQUAL SPACES
                        MOVE 'N'        TO WRK-IND-BLOCO-ENDERECO
                   WHEN WRK-BLOCO-ENDERECO
                        MOVE WRK-CAR-LINHA-ENDERECO TO WRK-CAR-LINHA
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF

            PERFORM 3550-40-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3550-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3550-40-GRAVA-LINHA             SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQCAR02         TO TRUE
            WRITE FD-ARQCAR02           FROM WRK-CAR-LINHA
            IF NOT WRK-FS-CAR02-OK
               MOVE WRK-FS-ARQCAR02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3550-40-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'T': CARTA AO TITULAR OU AO AVALISTA DE CONTRATO DELE  *
      *    (LINHA DE REFERENCIA COM A CONTA DO TITULAR)                *
      *----------------------------------------------------------------*
        3550-50-VERIFICA-TITULAR        SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-CAR-COD-AGENCIA    TO WRK-CON-COD-AGENCIA
            MOVE WRK-CAR-NUM-CONTA      TO WRK-CON-NUM-CONTA
            PERFORM 3610-CONSULTA-TITULAR

            IF NOT WRK-CONTA-TITULAR
               GO TO 3550-50-99-FIM
            END-IF

            ADD 1                       TO ACU-TRATADOS-ARQCAR01
            MOVE 'ARQCAR01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE WRK-CAR-COD-AGENCIA    TO LST15-COD-AGENCIA
            MOVE WRK-CAR-NUM-CONTA      TO LST15-NUM-CONTA
            IF WRK-CAR-ROTULO-CONTRATO EQUAL '  CONTRATO: '
               MOVE WRK-CAR-NUM-CONTRATO TO LST15-NUM-CONTRATO
               MOVE 'CARTA AO AVALISTA - NOME DO DEVEDOR'
                                        TO LST15-DES-OCORRENCIA
            ELSE
               MOVE 'CARTA DE COBRANCA - NOME E ENDERECO'
                                        TO LST15-DES-OCORRENCIA
            END-IF
            PERFORM 3700-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3550-50-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'A': CARTA DE CONTA ANONIMIZADA - APAGA O NOME DO      *
      *    DEVEDOR NA REFERENCIA DA CARTA AO AVALISTA E MARCA AS       *
      *    LINHAS RETIDAS PARA APAGAR DESTINATARIO E ENDERECO          *
      *----------------------------------------------------------------*
        3550-60-DECIDE-CARTA            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-ANONIMIZA-CARTA
            MOVE WRK-CAR-COD-AGENCIA    TO WRK-CON-COD-AGENCIA
            MOVE WRK-CAR-NUM-CONTA      TO WRK-CON-NUM-CONTA
            PERFORM 3600-CONSULTA-ANONIMIZADA

            IF NOT WRK-CONTA-ANONIMIZADA
               GO TO 3550-60-99-FIM
            END-IF

            SET WRK-ANONIMIZA-CARTA     TO TRUE
            ADD 1                       TO ACU-TRATADOS-ARQCAR01
            MOVE 'ARQCAR01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE WRK-CAR-COD-AGENCIA    TO LST15-COD-AGENCIA
            MOVE WRK-CAR-NUM-CONTA      TO LST15-NUM-CONTA
            IF WRK-CAR-ROTULO-CONTRATO EQUAL '  CONTRATO: '
               MOVE WRK-CAR-NUM-CONTRATO TO LST15-NUM-CONTRATO
               MOVE WRK-NOM-ANONIMIZADO TO WRK-CAR-NOM-DEVEDOR
            END-IF
            MOVE 'NOME E ENDERECO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
            PERFORM 3700-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3550-60-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'T': HISTORICO DE CLASSIFICACAO ARQUIVADO PELO EXER0323*
      *----------------------------------------------------------------*
        3560-TRATA-HISTORICO-MORTO      SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQHAR01         TO TRUE
            OPEN INPUT ARQHAR01
            IF WRK-FS-HAR01-NAO-EXISTE
               GO TO 3560-99-FIM
            END-IF
            IF NOT WRK-FS-HAR01-OK
               MOVE WRK-FS-ARQHAR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3560-10-LER-HISTORICO-MORTO
                UNTIL NOT WRK-FS-HAR01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQHAR01         TO TRUE
            CLOSE ARQHAR01
            .
      *
      *----------------------------------------------------------------*
        3560-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3560-10-LER-HISTORICO-MORTO     SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHAR01         TO TRUE
            READ ARQHAR01               INTO WRK-REG-HAR01

            EVALUATE WRK-FS-ARQHAR01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQHAR01
                WHEN '10'
                     GO TO 3560-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQHAR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE WRK-HAR-COD-AGENCIA    TO WRK-CON-COD-AGENCIA
            MOVE WRK-HAR-NUM-CONTA      TO WRK-CON-NUM-CONTA
            PERFORM 3610-CONSULTA-TITULAR

            IF WRK-CONTA-TITULAR
               ADD 1                    TO ACU-TRATADOS-ARQHAR01
               MOVE 'ARQHAR01'          TO LST15-NOM-ARQUIVO
               MOVE WRK-NUM-REGISTRO    TO LST15-NUM-REGISTRO
               MOVE WRK-HAR-COD-AGENCIA TO LST15-COD-AGENCIA
               MOVE WRK-HAR-NUM-CONTA   TO LST15-NUM-CONTA
               MOVE WRK-HAR-NUM-CONTRATO TO LST15-NUM-CONTRATO
               MOVE 'HISTORICO ARQUIVADO - SO A CHAVE'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3560-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'T': LOG DE CLASSIFICACAO DO BALANCE LINE ARQUIVADO    *
      *    PELO EXER0323                                               *
      *----------------------------------------------------------------*
        3570-TRATA-LOG-MORTO            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQLAR01         TO TRUE
            OPEN INPUT ARQLAR01
            IF WRK-FS-LAR01-NAO-EXISTE
               GO TO 3570-99-FIM
            END-IF
            IF NOT WRK-FS-LAR01-OK
               MOVE WRK-FS-ARQLAR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3570-10-LER-LOG-MORTO
                UNTIL NOT WRK-FS-LAR01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQLAR01         TO TRUE
            CLOSE ARQLAR01
            .
      *
      *----------------------------------------------------------------*
        3570-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3570-10-LER-LOG-MORTO           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQLAR01         TO TRUE
            READ ARQLAR01               INTO LOG01-REGISTRO

            EVALUATE WRK-FS-ARQLAR01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQLAR01
                WHEN '10'
                     GO TO 3570-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQLAR01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE LOG01-COD-AGENCIA      TO WRK-CON-COD-AGENCIA
            MOVE LOG01-NUM-CONTA        TO WRK-CON-NUM-CONTA
            PERFORM 3610-CONSULTA-TITULAR

            IF WRK-CONTA-TITULAR
               ADD 1                    TO ACU-TRATADOS-ARQLAR01
               MOVE 'ARQLAR01'          TO LST15-NOM-ARQUIVO
               MOVE WRK-NUM-REGISTRO    TO LST15-NUM-REGISTRO
               MOVE LOG01-COD-AGENCIA   TO LST15-COD-AGENCIA
               MOVE LOG01-NUM-CONTA     TO LST15-NUM-CONTA
               MOVE 'LOG DO BALANCE ARQUIVADO - SO A CHAVE'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3570-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROPOSTAS DE BAIXA POR PERDA (WOF03112, EXER0335) - NOME DO *
      *    CLIENTE                                                     *
      *----------------------------------------------------------------*
        3575-TRATA-BAIXA-PERDA          SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQWOF01         TO TRUE
            OPEN INPUT ARQWOF01
            IF WRK-FS-WOF01-NAO-EXISTE
               GO TO 3575-99-FIM
            END-IF
            IF NOT WRK-FS-WOF01-OK
               MOVE WRK-FS-ARQWOF01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQWOF02      TO TRUE
               OPEN OUTPUT ARQWOF02
               IF NOT WRK-FS-WOF02-OK
                  MOVE WRK-FS-ARQWOF02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3575-10-LER-BAIXA-PERDA
                UNTIL NOT WRK-FS-WOF01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQWOF01         TO TRUE
            CLOSE ARQWOF01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQWOF02      TO TRUE
               CLOSE ARQWOF02
               IF NOT WRK-FS-WOF02-OK
                  MOVE WRK-FS-ARQWOF02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3575-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3575-10-LER-BAIXA-PERDA         SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQWOF01         TO TRUE
            READ ARQWOF01               INTO WOF01-REGISTRO

            EVALUATE WRK-FS-ARQWOF01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQWOF01
                WHEN '10'
                     GO TO 3575-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQWOF01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQWOF01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE WOF01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE WOF01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA
            MOVE WOF01-NUM-CONTRATO     TO LST15-NUM-CONTRATO

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  ADD 1                 TO ACU-TRATADOS-ARQWOF01
                  MOVE 'PROPOSTA DE BAIXA POR PERDA - NOME'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3575-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO WOF01-NOM-CLIENTE
               ADD 1                    TO ACU-TRATADOS-ARQWOF01
               MOVE 'NOME APAGADO'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQWOF02         TO TRUE
            WRITE FD-ARQWOF02           FROM WOF01-REGISTRO
            IF NOT WRK-FS-WOF02-OK
               MOVE WRK-FS-ARQWOF02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3575-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FILA DE TRABALHO DA COBRANCA INTERNA (FIL03155, EXER0355) - *
      *    NOME DO CLIENTE                                             *
      *----------------------------------------------------------------*
        3580-TRATA-FILA-COBRANCA        SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQFIL01         TO TRUE
            OPEN INPUT ARQFIL01
            IF WRK-FS-FIL01-NAO-EXISTE
               GO TO 3580-99-FIM
            END-IF
            IF NOT WRK-FS-FIL01-OK
               MOVE WRK-FS-ARQFIL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQFIL02      TO TRUE
               OPEN OUTPUT ARQFIL02
               IF NOT WRK-FS-FIL02-OK
                  MOVE WRK-FS-ARQFIL02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3580-10-LER-FILA-COBRANCA
                UNTIL NOT WRK-FS-FIL01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQFIL01         TO TRUE
            CLOSE ARQFIL01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQFIL02      TO TRUE
               CLOSE ARQFIL02
               IF NOT WRK-FS-FIL02-OK
                  MOVE WRK-FS-ARQFIL02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3580-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3580-10-LER-FILA-COBRANCA       SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQFIL01         TO TRUE
            READ ARQFIL01               INTO FIL01-REGISTRO

            EVALUATE WRK-FS-ARQFIL01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQFIL01
                WHEN '10'
                     GO TO 3580-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQFIL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQFIL01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE FIL01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE FIL01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA
            MOVE FIL01-NUM-CONTRATO     TO LST15-NUM-CONTRATO

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  ADD 1                 TO ACU-TRATADOS-ARQFIL01
                  MOVE 'FILA DA COBRANCA INTERNA - NOME'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3580-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO FIL01-NOM-CLIENTE
               ADD 1                    TO ACU-TRATADOS-ARQFIL01
               MOVE 'NOME APAGADO'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQFIL02         TO TRUE
            WRITE FD-ARQFIL02           FROM FIL01-REGISTRO
            IF NOT WRK-FS-FIL02-OK
               MOVE WRK-FS-ARQFIL02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3580-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    EXTRATOS DE AVISO DE VENCIMENTO (AVS03149, EXER0349) - NOME *
      *    E ENDERECO DE CORRESPONDENCIA                               *
      *----------------------------------------------------------------*
        3585-TRATA-AVISO-VENCIMENTO     SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQAVS01         TO TRUE
            OPEN INPUT ARQAVS01
            IF WRK-FS-AVS01-NAO-EXISTE
               GO TO 3585-99-FIM
            END-IF
            IF NOT WRK-FS-AVS01-OK
               MOVE WRK-FS-ARQAVS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQAVS02      TO TRUE
               OPEN OUTPUT ARQAVS02
               IF NOT WRK-FS-AVS02-OK
                  MOVE WRK-FS-ARQAVS02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3585-10-LER-AVISO-VENCIMENTO
                UNTIL NOT WRK-FS-AVS01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQAVS01         TO TRUE
            CLOSE ARQAVS01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQAVS02      TO TRUE
               CLOSE ARQAVS02
               IF NOT WRK-FS-AVS02-OK
                  MOVE WRK-FS-ARQAVS02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3585-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3585-10-LER-AVISO-VENCIMENTO    SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVS01         TO TRUE
            READ ARQAVS01               INTO AVS01-REGISTRO

            EVALUATE WRK-FS-ARQAVS01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQAVS01
                WHEN '10'
                     GO TO 3585-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQAVS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQAVS01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE AVS01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE AVS01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA
            MOVE AVS01-NUM-CONTRATO     TO LST15-NUM-CONTRATO

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  ADD 1                 TO ACU-TRATADOS-ARQAVS01
                  MOVE 'AVISO DE VENCIMENTO - NOME E ENDERECO'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3585-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO AVS01-NOM-CLIENTE
               MOVE SPACES              TO AVS01-DES-LOGRADOURO
                                           AVS01-NOM-CIDADE
                                           AVS01-SIG-UF
               MOVE ZEROS               TO AVS01-NUM-CEP
               ADD 1                    TO ACU-TRATADOS-ARQAVS01
               MOVE 'NOME E ENDERECO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQAVS02         TO TRUE
            WRITE FD-ARQAVS02           FROM AVS01-REGISTRO
            IF NOT WRK-FS-AVS02-OK
               MOVE WRK-FS-ARQAVS02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3585-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROPOSTAS DE DEVOLUCAO DE SALDO CREDOR (DVC03163, EXER0363) *
      *    - NOME E DOCUMENTO DO CLIENTE                               *
      *----------------------------------------------------------------*
        3590-TRATA-DEVOLUCAO            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQDVC01         TO TRUE
            OPEN INPUT ARQDVC01
            IF WRK-FS-DVC01-NAO-EXISTE
               GO TO 3590-99-FIM
            END-IF
            IF NOT WRK-FS-DVC01-OK
               MOVE WRK-FS-ARQDVC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQDVC02      TO TRUE
               OPEN OUTPUT ARQDVC02
               IF NOT WRK-FS-DVC02-OK
                  MOVE WRK-FS-ARQDVC02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3590-10-LER-DEVOLUCAO
                UNTIL NOT WRK-FS-DVC01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQDVC01         TO TRUE
            CLOSE ARQDVC01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQDVC02      TO TRUE
               CLOSE ARQDVC02
               IF NOT WRK-FS-DVC02-OK
                  MOVE WRK-FS-ARQDVC02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3590-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3590-10-LER-DEVOLUCAO           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDVC01         TO TRUE
            READ ARQDVC01               INTO DVC01-REGISTRO

            EVALUATE WRK-FS-ARQDVC01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQDVC01
                WHEN '10'
                     GO TO 3590-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQDVC01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQDVC01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE DVC01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE DVC01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  OR (PARM29-NUM-DOCUMENTO GREATER ZEROS
                  AND DVC01-NUM-DOCUMENTO EQUAL PARM29-NUM-DOCUMENTO)
                  ADD 1                 TO ACU-TRATADOS-ARQDVC01
                  MOVE 'PROPOSTA DE DEVOLUCAO - NOME E DOCUMENTO'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3590-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO DVC01-NOM-CLIENTE
               MOVE ZEROS               TO DVC01-NUM-DOCUMENTO
               ADD 1                    TO ACU-TRATADOS-ARQDVC01
               MOVE 'NOME E DOCUMENTO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQDVC02         TO TRUE
            WRITE FD-ARQDVC02           FROM DVC01-REGISTRO
            IF NOT WRK-FS-DVC02-OK
               MOVE WRK-FS-ARQDVC02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3590-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ORDENS DE PAGAMENTO DA DEVOLUCAO DE SALDO CREDOR (OPG03164, *
      *    EXER0364) - NOME, DOCUMENTO E ENDERECO DO FAVORECIDO        *
      *----------------------------------------------------------------*
        3595-TRATA-ORDEM-PAGAMENTO      SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQOPG01         TO TRUE
            OPEN INPUT ARQOPG01
            IF WRK-FS-OPG01-NAO-EXISTE
               GO TO 3595-99-FIM
            END-IF
            IF NOT WRK-FS-OPG01-OK
               MOVE WRK-FS-ARQOPG01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQOPG02      TO TRUE
               OPEN OUTPUT ARQOPG02
               IF NOT WRK-FS-OPG02-OK
                  MOVE WRK-FS-ARQOPG02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            MOVE ZEROS                  TO WRK-NUM-REGISTRO
            PERFORM 3595-10-LER-ORDEM-PAGAMENTO
                UNTIL NOT WRK-FS-OPG01-OK

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQOPG01         TO TRUE
            CLOSE ARQOPG01

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQOPG02      TO TRUE
               CLOSE ARQOPG02
               IF NOT WRK-FS-OPG02-OK
                  MOVE WRK-FS-ARQOPG02  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3595-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3595-10-LER-ORDEM-PAGAMENTO     SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQOPG01         TO TRUE
            READ ARQOPG01               INTO OPG01-REGISTRO

            EVALUATE WRK-FS-ARQOPG01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQOPG01
                WHEN '10'
                     GO TO 3595-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQOPG01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQOPG01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE OPG01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE OPG01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  OR (PARM29-NUM-DOCUMENTO GREATER ZEROS
                  AND OPG01-NUM-DOCUMENTO EQUAL PARM29-NUM-DOCUMENTO)
                  ADD 1                 TO ACU-TRATADOS-ARQOPG01
                  MOVE 'ORDEM DE PAGAMENTO - NOME, DOC. E END.'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3595-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF WRK-CONTA-ANONIMIZADA
               MOVE WRK-NOM-ANONIMIZADO TO OPG01-NOM-CLIENTE
               MOVE ZEROS               TO OPG01-NUM-DOCUMENTO
                                           OPG01-NUM-CEP
               MOVE SPACES              TO OPG01-DES-LOGRADOURO
                                           OPG01-NOM-CIDADE
                                           OPG01-SIG-UF
               ADD 1                    TO ACU-TRATADOS-ARQOPG01
               MOVE 'NOME, ENDERECO E DOCUMENTO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
               PERFORM 3700-GRAVA-LISTAGEM
            ELSE
               INITIALIZE               LST15-REGISTRO
            END-IF

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQOPG02         TO TRUE
            WRITE FD-ARQOPG02           FROM OPG01-REGISTRO
            IF NOT WRK-FS-OPG02-OK
               MOVE WRK-FS-ARQOPG02     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3595-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CADASTRO DE AVALISTAS (AVL03150), INDEXADO - NOME,          *
      *    DOCUMENTO E ENDERECO DO AVALISTA. NA ANONIMIZACAO O         *
      *    REGISTRO E REGRAVADO NO PROPRIO ARQUIVO, MANTIDA A CHAVE    *
      *----------------------------------------------------------------*
        3597-TRATA-AVALISTAS            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            IF PARM29-MODO-ANONIMIZACAO
               OPEN I-O ARQAVL01
            ELSE
               OPEN INPUT ARQAVL01
            END-IF
            IF WRK-FS-AVL01-NAO-EXISTE
               GO TO 3597-99-FIM
            END-IF
            IF NOT WRK-FS-AVL01-OK
               MOVE WRK-FS-ARQAVL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ZEROS                  TO AVL01-CHAVE
                                           WRK-NUM-REGISTRO
            SET WRK-CN-READ             TO TRUE
            START ARQAVL01 KEY NOT LESS AVL01-CHAVE

            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     PERFORM 3597-10-LER-AVALISTA
                         UNTIL NOT WRK-FS-AVL01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-CLOSE            TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            CLOSE ARQAVL01
            IF NOT WRK-FS-AVL01-OK
               MOVE WRK-FS-ARQAVL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3597-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3597-10-LER-AVALISTA            SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01               NEXT RECORD

            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     ADD 1              TO WRK-NUM-REGISTRO
                                           ACU-LIDOS-ARQAVL01
                WHEN '10'
                     GO TO 3597-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'ARQAVL01'             TO LST15-NOM-ARQUIVO
            MOVE WRK-NUM-REGISTRO       TO LST15-NUM-REGISTRO
            MOVE AVL01-COD-AGENCIA      TO LST15-COD-AGENCIA
                                           WRK-CON-COD-AGENCIA
            MOVE AVL01-NUM-CONTA        TO LST15-NUM-CONTA
                                           WRK-CON-NUM-CONTA
            MOVE AVL01-NUM-CONTRATO     TO LST15-NUM-CONTRATO

            IF PARM29-MODO-TITULAR
               PERFORM 3610-CONSULTA-TITULAR
               IF WRK-CONTA-TITULAR
                  OR (PARM29-NUM-DOCUMENTO GREATER ZEROS
                  AND AVL01-NUM-DOCUMENTO EQUAL PARM29-NUM-DOCUMENTO)
                  ADD 1                 TO ACU-TRATADOS-ARQAVL01
                  MOVE 'AVALISTA - NOME, DOCUMENTO E ENDERECO'
                                        TO LST15-DES-OCORRENCIA
                  PERFORM 3700-GRAVA-LISTAGEM
               ELSE
                  INITIALIZE            LST15-REGISTRO
               END-IF
               GO TO 3597-10-99-FIM
            END-IF

            PERFORM 3600-CONSULTA-ANONIMIZADA
            IF NOT WRK-CONTA-ANONIMIZADA
               INITIALIZE               LST15-REGISTRO
               GO TO 3597-10-99-FIM
            END-IF

            MOVE WRK-NOM-ANONIMIZADO    TO AVL01-NOM-AVALISTA
            MOVE ZEROS                  TO AVL01-NUM-DOCUMENTO
                                           AVL01-NUM-CEP
            MOVE SPACES                 TO AVL01-DES-LOGRADOURO
                                           AVL01-NOM-CIDADE
                                           AVL01-SIG-UF

            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            REWRITE AVL01-REGISTRO
            IF NOT WRK-FS-AVL01-OK
               MOVE WRK-FS-ARQAVL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-TRATADOS-ARQAVL01
            MOVE 'NOME, ENDERECO E DOCUMENTO APAGADOS'
                                        TO LST15-DES-OCORRENCIA
            PERFORM 3700-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3597-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONSULTA A CONTA WRK-CHAVE-CONSULTA NO ARQUIVO DE CONTAS    *
      *    ANONIMIZADAS                                                *
      *----------------------------------------------------------------*
        3600-CONSULTA-ANONIMIZADA       SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTA-ANONIMIZADA

            IF WRK-SEM-ARQANO01
               GO TO 3600-99-FIM
            END-IF

            MOVE WRK-CHAVE-CONSULTA     TO ANO01-CHAVE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQANO01         TO TRUE
            READ ARQANO01                KEY IS ANO01-CHAVE

            EVALUATE WRK-FS-ARQANO01
                WHEN '00'
                     SET WRK-CONTA-ANONIMIZADA TO TRUE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQANO01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCURA A CONTA WRK-CHAVE-CONSULTA NA TABELA DO TITULAR     *
      *----------------------------------------------------------------*
        3610-CONSULTA-TITULAR           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTA-TITULAR

            PERFORM 3610-10-COMPARA-CONTA
                VARYING WRK-IND-SUB-TIT FROM 1 BY 1
                UNTIL WRK-IND-SUB-TIT GREATER WRK-QTD-CONTAS-TITULAR
                   OR WRK-CONTA-TITULAR
            .
      *
      *----------------------------------------------------------------*
        3610-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3610-10-COMPARA-CONTA           SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-TIT-COD-AGENCIA (WRK-IND-SUB-TIT)
                                        EQUAL WRK-CON-COD-AGENCIA
               AND WRK-TIT-NUM-CONTA (WRK-IND-SUB-TIT)
                                        EQUAL WRK-CON-NUM-CONTA
               SET WRK-CONTA-TITULAR    TO TRUE
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3610-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DA LISTAGEM (ARQUIVO, POSICAO, CHAVE E        *
      *    OCORRENCIA JA MONTADOS EM LST15-REGISTRO) E A LIMPA         *
      *----------------------------------------------------------------*
        3700-GRAVA-LISTAGEM             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE PARM29-IND-MODO        TO LST15-IND-MODO
            MOVE WRK-DAT-REFERENCIA     TO LST15-DAT-PROCESSAMENTO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST15-REGISTRO
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-OCORRENCIAS
            INITIALIZE                  LST15-REGISTRO
            .
      *
      *----------------------------------------------------------------*
        3700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    MODO 'A': POSICIONA O CADASTRO NO PRIMEIRO CONTRATO DA      *
      *    CONTA SEGUINTE A CONTA AVALIADA                             *
      *----------------------------------------------------------------*
        3800-PROXIMA-CONTA              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-CTA-COD-AGENCIA    TO ARQENT01-COD-AGENCIA
            MOVE WRK-CTA-NUM-CONTA      TO ARQENT01-NUM-CONTA
            MOVE 99                     TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY GREATER ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     PERFORM 3810-LER-CADASTRO
                WHEN '23'
                     SET WRK-FIM-CADASTRO TO TRUE
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
      *    ROTINA DE LEITURA DO PROXIMO CONTRATO DO CADASTRO           *
      *----------------------------------------------------------------*
        3810-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     CONTINUE
                WHEN '10'
                     SET WRK-FIM-CADASTRO TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF NOT WRK-SEM-ARQHIS01
               SET WRK-CN-ARQHIS01       TO TRUE
               CLOSE ARQHIS01
            END-IF

            IF NOT WRK-SEM-ARQANO01
               SET WRK-CN-ARQANO01       TO TRUE
               CLOSE ARQANO01
               IF NOT WRK-FS-ANO01-OK
                  MOVE WRK-FS-ARQANO01   TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            IF PARM29-MODO-ANONIMIZACAO
               SET WRK-CN-ARQPLA01       TO TRUE
               CLOSE ARQPLA01
               IF NOT WRK-SEM-ARQATR01
                  SET WRK-CN-ARQATR01    TO TRUE
                  CLOSE ARQATR01
               END-IF
               IF NOT WRK-SEM-ARQCRE01
                  SET WRK-CN-ARQCRE01    TO TRUE
                  CLOSE ARQCRE01
               END-IF
            END-IF

            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0366        *'
            DISPLAY '* MODO....................: ' PARM29-IND-MODO
            DISPLAY '* DATA DE REFERENCIA......: ' WRK-DAT-REFERENCIA

            IF PARM29-MODO-ANONIMIZACAO
               PERFORM 4100-RESUMO-ANONIMIZACAO
            ELSE
               PERFORM 4200-RESUMO-TITULAR
            END-IF

            MOVE ACU-OCORRENCIAS         TO WRK-MASK-QTDREG
            DISPLAY '* LINHAS NA LISTAGEM......: ' WRK-MASK-QTDREG
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
            .
      *
      *----------------------------------------------------------------*
        4000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        4100-RESUMO-ANONIMIZACAO         SECTION.
      *----------------------------------------------------------------*
      *
            DISPLAY '* INATIVAS ATE............: '
                                        WRK-DAT-LIMITE-RETENCAO
            MOVE ACU-CONTAS-AVALIADAS    TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS AVALIADAS........: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-ATIVAS       TO WRK-MASK-QTDREG
            DISPLAY '* COM CONTRATO ATIVO......: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-RECENTES     TO WRK-MASK-QTDREG
            DISPLAY '* DENTRO DO PRAZO.........: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-COM-SALDO    TO WRK-MASK-QTDREG
            DISPLAY '* COM SALDO EM ABERTO.....: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-COM-CREDITO  TO WRK-MASK-QTDREG
            DISPLAY '* COM CREDITO.............: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-COM-COBRANCA TO WRK-MASK-QTDREG
            DISPLAY '* PROTESTO/NEGATIVACAO....: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-JA-ANONIMIZADAS TO WRK-MASK-QTDREG
            DISPLAY '* JA ANONIMIZADAS.........: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-ANONIMIZADAS TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS ANONIMIZADAS.....: ' WRK-MASK-QTDREG
            MOVE ACU-CONTRATOS-ANONIMIZADOS TO WRK-MASK-QTDREG
            DISPLAY '* CONTRATOS ANONIMIZADOS..: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQAUD01   TO WRK-MASK-QTDREG
            DISPLAY '* LOG AUDITORIA APAGADOS..: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQNEG01   TO WRK-MASK-QTDREG
            DISPLAY '* NEGATIVACOES APAGADAS...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQPRT01   TO WRK-MASK-QTDREG
            DISPLAY '* REPASSES APAGADOS.......: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQNOT01   TO WRK-MASK-QTDREG
            DISPLAY '* NOTIFICACOES APAGADAS...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQCAR01   TO WRK-MASK-QTDREG
            DISPLAY '* CARTAS APAGADAS.........: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQWOF01   TO WRK-MASK-QTDREG
            DISPLAY '* BAIXAS PERDA APAGADAS...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQFIL01   TO WRK-MASK-QTDREG
            DISPLAY '* FILA COBRANCA APAGADA...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQAVS01   TO WRK-MASK-QTDREG
            DISPLAY '* AVISOS VENCTO APAGADOS..: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQDVC01   TO WRK-MASK-QTDREG
            DISPLAY '* PROP. DEVOLUCAO APAG....: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQOPG01   TO WRK-MASK-QTDREG
            DISPLAY '* ORDENS PAGTO APAGADAS...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQAVL01   TO WRK-MASK-QTDREG
            DISPLAY '* AVALISTAS APAGADOS......: ' WRK-MASK-QTDREG
            .
      *
      *----------------------------------------------------------------*
        4100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        4200-RESUMO-TITULAR              SECTION.
      *----------------------------------------------------------------*
      *
            DISPLAY '* DOCUMENTO DO TITULAR....: ' PARM29-NUM-DOCUMENTO
            DISPLAY '* CONTA INFORMADA.........: ' PARM29-COD-AGENCIA
                                        '/' PARM29-NUM-CONTA
            MOVE ACU-CONTRATOS-TITULAR   TO WRK-MASK-QTDREG
            DISPLAY '* CONTRATOS NO CADASTRO...: ' WRK-MASK-QTDREG
            MOVE WRK-QTD-CONTAS-TITULAR  TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS PESQUISADAS......: ' WRK-MASK-QTDREG
            IF ACU-CONTAS-EXCEDENTES GREATER ZEROS
               MOVE ACU-CONTAS-EXCEDENTES TO WRK-MASK-QTDREG
               DISPLAY '* CONTAS NAO PESQUISADAS..: ' WRK-MASK-QTDREG
            END-IF
            MOVE ACU-TRATADOS-ARQAUD01   TO WRK-MASK-QTDREG
            DISPLAY '* NO LOG DE AUDITORIA.....: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQNEG01   TO WRK-MASK-QTDREG
            DISPLAY '* NA NEGATIVACAO..........: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQPRT01   TO WRK-MASK-QTDREG
            DISPLAY '* NO REPASSE/PROTESTO.....: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQNOT01   TO WRK-MASK-QTDREG
            DISPLAY '* NAS NOTIFICACOES........: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQCAR01   TO WRK-MASK-QTDREG
            DISPLAY '* NAS CARTAS..............: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQWOF01   TO WRK-MASK-QTDREG
            DISPLAY '* NA BAIXA POR PERDA......: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQFIL01   TO WRK-MASK-QTDREG
            DISPLAY '* NA FILA DA COBRANCA.....: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQAVS01   TO WRK-MASK-QTDREG
            DISPLAY '* NOS AVISOS DE VENCTO....: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQDVC01   TO WRK-MASK-QTDREG
            DISPLAY '* NA PROPOSTA DEVOLUCAO...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQOPG01   TO WRK-MASK-QTDREG
            DISPLAY '* NA ORDEM DE PAGAMENTO...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQAVL01   TO WRK-MASK-QTDREG
            DISPLAY '* NO CADASTRO AVALISTAS...: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQHAR01   TO WRK-MASK-QTDREG
            DISPLAY '* NO HISTORICO ARQUIVADO..: ' WRK-MASK-QTDREG
            MOVE ACU-TRATADOS-ARQLAR01   TO WRK-MASK-QTDREG
            DISPLAY '* NO LOG ARQUIVADO........: ' WRK-MASK-QTDREG
            .
      *
      *----------------------------------------------------------------*
        4200-99-FIM.
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
      *    CARTAO DE PARAMETROS AUSENTE OU INVALIDO - MODO NAO         *
      *    RECONHECIDO, PRAZO DE RETENCAO ZERADO OU PEDIDO DO TITULAR  *
      *    SEM DOCUMENTO E SEM CONTA                                   *
      *----------------------------------------------------------------*
        9150-ERRO-PARAMETRO        SECTION.
      *----------------------------------------------------------------*

            DISPLAY '************************************************'
            DISPLAY '*  CARTAO DE PARAMETROS AUSENTE OU INVALIDO     *'
            DISPLAY '* MODO       : ' PARM29-IND-MODO
                                        '                           *'
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
