      *      ARQSAI02                                  SAI03112
      *      ARQSAI03                                  SAI03212 
      *      ARQSAI04                                  SAI03212                 
      *      ARQSUS01                                  SUS03112
      *      ARQBXP01                                  BXP03136
      *      ARQREC01                                  REC03112
      *      ARQJUR01                                  JUR03112
      *      ARQQUI01                                  QUI03145
      *      ARQAGE01                                  AGE03154
      *      ARQCHN01                                  CHN03160
      *      ARQPRG01                                  PRG03165
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                       RECORD KEY       IS PRD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPRD01.

            SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AGE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAGE01.

            SELECT ARQRUN01 ASSIGN      TO UT-S-ARQRUN01
                       FILE STATUS      IS WRK-FS-ARQRUN01.

            SELECT ARQCHN01 ASSIGN      TO UT-S-ARQCHN01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CHN01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCHN01.

            SELECT ARQCRE01 ASSIGN      TO UT-S-ARQCRE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ACD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQACD01.

            SELECT ARQPRG01 ASSIGN      TO UT-S-ARQPRG01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PRG01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPRG01.

            SELECT ARQSUS01 ASSIGN      TO UT-S-ARQSUS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS SUS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQSUS01.

            SELECT ARQBXP01 ASSIGN      TO UT-S-ARQBXP01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS BXP01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQBXP01.

            SELECT ARQREC01 ASSIGN      TO UT-S-ARQREC01
                       FILE STATUS      IS WRK-FS-ARQREC01.

            SELECT ARQJUR01 ASSIGN      TO UT-S-ARQJUR01
                       FILE STATUS      IS WRK-FS-ARQJUR01.

            SELECT ARQQUI01 ASSIGN      TO UT-S-ARQQUI01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS QUI01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQQUI01.

            SELECT ARQSRT01 ASSIGN      TO UT-S-ARQSRT01.

      *
            LABEL RECORD   IS STANDARD.
            COPY PRD03112.

        FD  ARQAGE01
            LABEL RECORD   IS STANDARD.
            COPY AGE03154.

        FD  ARQRUN01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQRUN01             PIC X(37).

        FD  ARQCHN01
            LABEL RECORD   IS STANDARD.
            COPY CHN03160.

        FD  ARQCRE01
            LABEL RECORD   IS STANDARD.
            COPY CRE03112.
            LABEL RECORD   IS STANDARD.
            COPY ACD03112.

        FD  ARQPRG01
            LABEL RECORD   IS STANDARD.
            COPY PRG03165.

        FD  ARQSUS01
            LABEL RECORD   IS STANDARD.
            COPY SUS03112.

        FD  ARQBXP01
            LABEL RECORD   IS STANDARD.
            COPY BXP03136.

        FD  ARQREC01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQREC01             PIC X(46).

        FD  ARQJUR01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQJUR01             PIC X(55).

        FD  ARQQUI01
            LABEL RECORD   IS STANDARD.
            COPY QUI03145.

      *----------------------------------------------------------------*
      *    ARQUIVO DE CLASSIFICACAO INTERNA DOS DETALHES DO MOVIMENTO  *
      *    - O ARQENT02 PODE TRAZER N LOTES CONCATENADOS, CADA UM      *
      *    RECLASSIFICADOS NUMA UNICA SEQUENCIA DE CHAVE ABSOLUTA      *
      *    AGENCIA+CONTA ANTES DO BALANCE LINE, PARA QUE O CURSOR DO   *
      *    CADASTRO (LEITURA SO PARA FRENTE) CASE TODOS OS PAGAMENTOS  *
      *    - OS PAGAMENTOS DA CONTA SUSPENSE RELIBERADOS NO RUN (VIDE  *
      *    2100-LIBERA-SUSPENSE) ENTRAM NA MESMA SEQUENCIA, MARCADOS   *
      *    PELA ORIGEM E COM A CHAVE DO ITEM PARA A BAIXA              *
      *----------------------------------------------------------------*
        SD  ARQSRT01.
        01 SRT-REGISTRO.
              05 SRT-NUM-CONTA     PIC 9(08).
              05 SRT-NUM-CONTRATO  PIC 9(02).
           03 SRT-MOVIMENTO        PIC X(25).
           03 SRT-IND-ORIGEM       PIC X(01).
           03 SRT-CHAVE-SUSPENSE   PIC X(25).

      * DEFINIR DEMAIS ARQUIVOS
                                                                        
           88 WRK-ACORDO-VIGENTE   VALUE 'S'.
        77 WRK-IND-SEM-ARQACD01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQACD01     VALUE 'S'.

      * PRORROGACAO EM MASSA (PRG03165, GRAVADO PELO EXER0365) - ATE O
      * FIM DO PERIODO CONCEDIDO O CONTRATO NAO ACUMULA MULTA DE
      * ATRASO (3360-ACUMULA-ATRASO), NAO RECEBE CARTA E NAO SOBE DE
      * NIVEL DE COBRANCA (VIDE 3912-CONSULTA-PRORROGACAO)
        77 WRK-IND-PRORROGACAO-VIGENTE PIC X(001)      VALUE 'N'.
           88 WRK-PRORROGACAO-VIGENTE VALUE 'S'.
        77 WRK-IND-SEM-ARQPRG01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQPRG01     VALUE 'S'.
        77 WRK-NOT-VLR-DEVIDO      PIC  9(009)V99      VALUE ZEROS.
        77 WRK-NOT-QTDE-DIAS       PIC  9(006)         VALUE ZEROS.
        77 WRK-DAT-BASE-NP         PIC  X(010)         VALUE SPACES.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQPRD01      VALUE 'ARQPRD01'.
           88 WRK-CN-ARQRUN01      VALUE 'ARQRUN01'.
           88 WRK-CN-ARQCHN01      VALUE 'ARQCHN01'.
           88 WRK-CN-ARQCRE01      VALUE 'ARQCRE01'.
           88 WRK-CN-ARQSAI08      VALUE 'ARQSAI08'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQACD01      VALUE 'ARQACD01'.
           88 WRK-CN-ARQPRG01      VALUE 'ARQPRG01'.
           88 WRK-CN-ARQSUS01      VALUE 'ARQSUS01'.
           88 WRK-CN-ARQBXP01      VALUE 'ARQBXP01'.
           88 WRK-CN-ARQREC01      VALUE 'ARQREC01'.
           88 WRK-CN-ARQJUR01      VALUE 'ARQJUR01'.
           88 WRK-CN-ARQQUI01      VALUE 'ARQQUI01'.
           88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.

        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.                        
           88 WRK-MOV-E-ESTORNO    VALUE 'S'.
           88 WRK-MOV-E-NORMAL     VALUE 'N'.

      * CONTA SUSPENSE (SUS03112) - PAGAMENTO NAO IDENTIFICADO (PERNA
      * CADASTRO MAIOR) E GUARDADO COM A DATA E O VALOR ORIGINAIS
      * (VIDE 3942-GRAVA-SUSPENSE) E RETENTADO NOS RUNS SEGUINTES: O
      * ITEM CUJA CONTA (PROPRIA OU DE DESTINO) ESTA ATIVA NO CADASTRO
      * VOLTA AO SORT COMO UM MOVIMENTO (VIDE 2100-LIBERA-SUSPENSE) E
      * E BAIXADO QUANDO O BALANCE LINE O APLICA (VIDE 3943)
        77 WRK-IND-ORIGEM-MOV      PIC  X(001)  VALUE 'M'.
           88 WRK-MOV-DO-ARQENT02  VALUE 'M'.
           88 WRK-MOV-DA-SUSPENSE  VALUE 'S'.
        77 WRK-SUS-CHAVE-MOV       PIC  X(025)  VALUE SPACES.
        01 WRK-SUS-CHAVE-DESTINO.
           03 WRK-SUS-AGEN-DEST    PIC  9(004)  VALUE ZEROS.
           03 WRK-SUS-CONT-DEST    PIC  9(008)  VALUE ZEROS.
           03 WRK-SUS-CTRT-DEST    PIC  9(002)  VALUE ZEROS.
        77 WRK-IND-SUS-GRAVADO     PIC  X(001)  VALUE 'N'.
           88 WRK-SUS-GRAVADO      VALUE 'S'.
        77 ACU-GRAVA-ARQSUS01      PIC  9(005)  VALUE ZEROS.
        77 ACU-LIBERADOS-ARQSUS01  PIC  9(005)  VALUE ZEROS.
        77 ACU-BAIXADOS-ARQSUS01   PIC  9(005)  VALUE ZEROS.

      * RECUPERACAO DE PERDA (BXP03136/REC03112) - PAGAMENTO DE
      * CONTRATO BAIXADO POR PERDA PELO EXER0336 (CONTA INATIVA, QUE
      * CAI NA PERNA CADASTRO MAIOR) NAO E "NAO CADASTRADO": VAI PARA
      * O ARQREC01 E E ACUMULADO NO CADASTRO DE BAIXADOS (VIDE 3944).
      * CADASTRO DE BAIXADOS AINDA NAO CRIADO = NENHUMA RECUPERACAO
        77 WRK-IND-RECUPERACAO     PIC  X(001)  VALUE 'N'.
           88 WRK-MOV-E-RECUPERACAO VALUE 'S'.
        77 WRK-IND-SEM-ARQBXP01    PIC  X(001)  VALUE 'N'.
           88 WRK-SEM-ARQBXP01     VALUE 'S'.
        77 WRK-REC-MES-REF         PIC  9(006)  VALUE ZEROS.
        77 ACU-GRAVA-ARQREC01      PIC  9(005)  VALUE ZEROS.
        77 ACU-ATUALIZA-ARQBXP01   PIC  9(005)  VALUE ZEROS.

      * ABERTURA PRINCIPAL/JUROS (JUR03112) - PARCELA DO PLANO COM
      * ABERTURA (CONTRATO ORIGINADO PELO EXER0344) BAIXADA NO RUN VAI
      * PARA O ARQJUR01, PARA A INTERFACE CONTABIL LANCAR OS JUROS COMO
      * RECEITA SEPARADA DA REDUCAO DO PRINCIPAL (VIDE 3947)
        77 ACU-GRAVA-ARQJUR01      PIC  9(005)  VALUE ZEROS.

      * COTACAO DE QUITACAO ANTECIPADA (QUI03145, EMITIDA PELO
      * EXER0345) - PAGAMENTO DENTRO DA VALIDADE QUE COBRE O VALOR DE
      * QUITACAO BAIXA TODAS AS PARCELAS EM ABERTO, LIQUIDA O ATRASO E
      * INATIVA O CONTRATO DE UMA SO VEZ (VIDE 3949). O QUE O VALOR
      * PRESENTE DAS PARCELAS A VENCER EXCEDE O PRINCIPAL DELAS VAI
      * PARA O ARQJUR01 COMO JUROS (PARCELA 000)
        77 WRK-IND-QUITACAO-HONRADA PIC X(001)  VALUE 'N'.
           88 WRK-QUITACAO-HONRADA VALUE 'S'.
        77 WRK-VLR-PRINC-QUITACAO  PIC  9(011)V99 VALUE ZEROS.
        77 WRK-VLR-JUROS-QUITACAO  PIC  9(011)V99 VALUE ZEROS.
        77 ACU-QUITACOES-ANTECIPADAS PIC 9(005) VALUE ZEROS.

      * ACUMULADOS DA CONTA CORRENTE DO BALANCE LINE - UMA CONTA PODE
      * TRAZER VARIOS MOVIMENTOS CONSECUTIVOS (PARCELA PAGA EM MAIS DE
      * UMA VEZ E/OU ESTORNOS). OS PAGAMENTOS SAO ACUMULADOS BRUTOS
              88 WRK-FS-PRD01-FIM          VALUE '10'.
              88 WRK-FS-PRD01-NAO-ENCONTRADO VALUE '23'.

           05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AGE01-OK           VALUE '00'.
              88 WRK-FS-AGE01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-AGE01-NAO-EXISTE   VALUE '35'.

           05 WRK-FS-ARQRUN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-RUN01-OK           VALUE '00'.
              88 WRK-FS-RUN01-FIM          VALUE '10'.
              88 WRK-FS-RUN01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQCHN01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CHN01-OK           VALUE '00'.
              88 WRK-FS-CHN01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-CHN01-NAO-EXISTE   VALUE '35'.

           05 WRK-FS-ARQCRE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CRE01-OK           VALUE '00'.
              88 WRK-FS-ACD01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-ACD01-NAO-EXISTE   VALUE '35'.

           05 WRK-FS-ARQPRG01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRG01-OK           VALUE '00'.
              88 WRK-FS-PRG01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-PRG01-NAO-EXISTE   VALUE '35'.

           05 WRK-FS-ARQSUS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SUS01-OK           VALUE '00'.
              88 WRK-FS-SUS01-DUPLICADO    VALUE '22'.
              88 WRK-FS-SUS01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-SUS01-NAO-EXISTE   VALUE '35'.

           05 WRK-FS-ARQBXP01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-BXP01-OK           VALUE '00'.
              88 WRK-FS-BXP01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-BXP01-NAO-EXISTE   VALUE '35'.

           05 WRK-FS-ARQREC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REC01-OK           VALUE '00'.

           05 WRK-FS-ARQJUR01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-JUR01-OK           VALUE '00'.

           05 WRK-FS-ARQQUI01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-QUI01-OK           VALUE '00'.
              88 WRK-FS-QUI01-FIM          VALUE '10'.
              88 WRK-FS-QUI01-NAO-ENCONTRADO VALUE '23'.
              88 WRK-FS-QUI01-NAO-EXISTE   VALUE '35'.

           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

      * ULTIMA CLASSIFICACAO CONHECIDA DO CLIENTE NO RUN ANTERIOR, LIDA
        77 WRK-IND-PRODUTO-ACHADO  PIC  X(001)       VALUE 'N'.
           88 WRK-PRODUTO-ACHADO   VALUE 'S'.

      * LOCALIDADE DO CALENDARIO DE FERIADOS DA AGENCIA PASSADA A
      * CALE2000 (ARQAGE01 - MANTIDO PELO EXER0354 - VIDE
      * 3956-OBTEM-LOCALIDADE-AGENCIA). AGENCIA NAO CADASTRADA, OU
      * CADASTRO DE AGENCIAS AINDA NAO CRIADO, USA A LOCALIDADE ZEROS
      * (SO FERIADOS NACIONAIS). A ULTIMA AGENCIA CONSULTADA FICA
      * GUARDADA - O MOVIMENTO VEM ORDENADO POR AGENCIA.
        77 WRK-IND-SEM-ARQAGE01    PIC  X(001)       VALUE 'N'.
           88 WRK-SEM-ARQAGE01     VALUE 'S'.
        77 WRK-LOC-COD-AGENCIA     PIC  9(004)       VALUE ZEROS.
        77 WRK-LOC-ULT-AGENCIA     PIC  X(004)       VALUE SPACES.
        77 WRK-LOC-COD-LOCALIDADE  PIC  9(002)       VALUE ZEROS.

      * DATA DE PROCESSAMENTO DO RUN - VIDE 1100-LER-PARAMETROS. QUANDO
      * O CARTAO DE PARAMETROS NAO INFORMA PARM01-DAT-PROCESSAMENTO,
      * ASSUME A DATA CORRENTE DO SISTEMA (COMPORTAMENTO ORIGINAL).
        77 WRK-IND-RUN-JA-COMPLETO PIC  X(001)        VALUE 'N'.
           88 WRK-RUN-JA-COMPLETO  VALUE 'S'.

      * CONTROLE DA CADEIA NOTURNA (CHN03160) - O BALANCE LINE SO
      * RODA COM A PRE-CRITICA EXER0318 CONCLUIDA OK NA DATA DE
      * PROCESSAMENTO (A DATA FINAL, NUM RUN EM FAIXA DE DATAS) E
      * REGISTRA INICIO, FIM E RETURN-CODE DE CADA DATA PROCESSADA
      * (VIDE 0050-VERIFICA-CADEIA / 1180-REGISTRA-INICIO-ETAPA /
      * 4040-REGISTRA-FIM-ETAPA). RUN DE SIMULACAO NAO PASSA PELO
      * CONTROLE; PARTICAO POR FAIXA DE AGENCIAS SO VERIFICA A
      * ETAPA ANTERIOR - QUEM REGISTRA A ETAPA NO RUN EM PARTICOES
      * E A CONSOLIDACAO DOS CONTROLES (EXER0334)
        77 WRK-IND-REGISTRA-CADEIA PIC  X(001)        VALUE 'N'.
           88 WRK-REGISTRA-CADEIA  VALUE 'S'.
        77 WRK-IND-ETAPA-REGISTRADA PIC X(001)        VALUE 'N'.
           88 WRK-ETAPA-REGISTRADA VALUE 'S'.
        77 WRK-CHN-COD-RETORNO     PIC  9(002)        VALUE ZEROS.
        01 WRK-CHN-TIMESTAMP.
           05 WRK-CHN-DATA         PIC  9(008)        VALUE ZEROS.
           05 WRK-CHN-HORA         PIC  9(006)        VALUE ZEROS.
           05 FILLER               PIC  X(007)        VALUE SPACES.

      * RUN DE SIMULACAO (PARM01-IND-SIMULACAO) - CLASSIFICA E GERA
      * AS SAIDAS NORMALMENTE MAS NAO COMPROMETE ESTADO: HISTORICO
      * (ARQHIS01) E PLANO DE PARCELAS (ARQPLA01) NAO SAO REGRAVADOS,
            COPY CKP03112.
            COPY NOT03112.
            COPY RUN03112.
            COPY REC03112.
            COPY JUR03112.
      *      COPY 'I#CALE01'.
            COPY CALEWAAA.
                                      
              PERFORM 9900-FIM-PROGRAMA
            END-IF

      * CONTROLE DA CADEIA - RUN OFICIAL SO COM A PRE-CRITICA
      * CONCLUIDA OK (VIDE 0050-VERIFICA-CADEIA)
            IF NOT WRK-EM-SIMULACAO
               PERFORM 0050-VERIFICA-CADEIA
            END-IF

            PERFORM 0100-PROCESSA-UMA-DATA
                UNTIL WRK-DAT-PROCESSAMENTO
                      GREATER WRK-DAT-PROCESSAMENTO-FIM
            EXIT.                                                        
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA - O BALANCE LINE SO RODA COM A           *
      *    PRE-CRITICA (EXER0318) CONCLUIDA OK NA DATA DE              *
      *    PROCESSAMENTO FINAL DO RUN. SO O RUN DO CADASTRO INTEIRO    *
      *    REGISTRA A ETAPA - A PARTICAO POR FAIXA DE AGENCIAS E       *
      *    REGISTRADA PELA CONSOLIDACAO (EXER0334)                     *
      *----------------------------------------------------------------*
        0050-VERIFICA-CADEIA            SECTION.
      *----------------------------------------------------------------*

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            OPEN I-O ARQCHN01
            IF WRK-FS-CHN01-NAO-EXISTE
               OPEN OUTPUT ARQCHN01
               IF WRK-FS-CHN01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQCHN01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQCHN01
               END-IF
            END-IF

            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-DAT-PROCESSAMENTO-FIM
                                        TO CHN01-DAT-PROCESSAMENTO
            MOVE 'EXER0318'             TO CHN01-COD-ETAPA
            SET WRK-CN-READ             TO TRUE
            READ ARQCHN01               KEY IS CHN01-CHAVE

            IF NOT WRK-FS-CHN01-OK
               AND NOT WRK-FS-CHN01-NAO-ENCONTRADO
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF NOT WRK-FS-CHN01-OK
               OR NOT CHN01-ETAPA-CONCLUIDA
               SET WRK-CN-CLOSE         TO TRUE
               CLOSE ARQCHN01
              DISPLAY '************************************************'
              DISPLAY '*  ETAPA ANTERIOR DA CADEIA NAO CONCLUIDA OK   *'
              DISPLAY '*  ETAPA ANTERIOR.......: EXER0318'
              DISPLAY '*  DATA DE PROCESSAMENTO: '
                      WRK-DAT-PROCESSAMENTO-FIM
              DISPLAY '*  EXECUCAO FORA DE ORDEM RECUSADA             *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
              MOVE 12                   TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
            END-IF

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCHN01

            IF WRK-COD-AGENCIA-INI EQUAL 0001
               AND WRK-COD-AGENCIA-FIM EQUAL 9999
               SET WRK-REGISTRA-CADEIA  TO TRUE
            END-IF
            .
      *----------------------------------------------------------------*
        0050-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROCESSA UMA DATA DE PROCESSAMENTO COMPLETA (UM RUN) - NO   *
      *    MODO FAIXA A ROTINA E REPETIDA PARA CADA DATA, EXATAMENTE   *
      *----------------------------------------------------------------*
      *                                                                 
            SET WRK-CN-OPEN             TO TRUE                          
      * I-O: A QUITACAO ANTECIPADA INATIVA O CONTRATO (VIDE 3949)
            OPEN I-O ARQENT01
      *                                                                 
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
            PERFORM 1160-VERIFICA-RUN-ANTERIOR
            PERFORM 1170-REGISTRA-INICIO-RUN

            IF WRK-REGISTRA-CADEIA
               PERFORM 1180-REGISTRA-INICIO-ETAPA
            END-IF

            IF WRK-EM-RESTART
               PERFORM 1150-LER-CHECKPOINT
            END-IF
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * CADASTRO DE AGENCIAS AINDA NAO CRIADO PELO EXER0354 - TODAS AS
      * AGENCIAS CONTAM SO OS FERIADOS NACIONAIS (LOCALIDADE ZEROS)
            MOVE 'N'                    TO WRK-IND-SEM-ARQAGE01
            SET WRK-CN-ARQAGE01         TO TRUE
            OPEN INPUT ARQAGE01
            IF WRK-FS-AGE01-NAO-EXISTE
               SET WRK-SEM-ARQAGE01     TO TRUE
            ELSE
               IF NOT WRK-FS-AGE01-OK
                  MOVE WRK-FS-ARQAGE01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQCRE01         TO TRUE
            OPEN I-O ARQCRE01
            IF WRK-FS-CRE01-NAO-EXISTE
               END-IF
            END-IF

      * ARQUIVO DE PRORROGACOES AINDA NAO CRIADO PELO EXER0365 E
      * TRATADO COMO "SEM PRORROGACOES"
            MOVE 'N'                    TO WRK-IND-SEM-ARQPRG01
            SET WRK-CN-ARQPRG01         TO TRUE
            OPEN INPUT ARQPRG01
            IF WRK-FS-PRG01-NAO-EXISTE
               SET WRK-SEM-ARQPRG01     TO TRUE
            ELSE
               IF NOT WRK-FS-PRG01-OK
                  MOVE WRK-FS-ARQPRG01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQSUS01         TO TRUE
            OPEN I-O ARQSUS01
            IF WRK-FS-SUS01-NAO-EXISTE
               OPEN OUTPUT ARQSUS01
               IF WRK-FS-SUS01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQSUS01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQSUS01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-SUS01-OK
               MOVE WRK-FS-ARQSUS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * CADASTRO DE BAIXADOS AINDA NAO CRIADO PELO EXER0336 - NENHUM
      * CONTRATO BAIXADO, NENHUMA RECUPERACAO A RECONHECER
            MOVE 'N'                    TO WRK-IND-SEM-ARQBXP01
            SET WRK-CN-ARQBXP01         TO TRUE
            OPEN I-O ARQBXP01
            IF WRK-FS-BXP01-NAO-EXISTE
               SET WRK-SEM-ARQBXP01     TO TRUE
            ELSE
               IF NOT WRK-FS-BXP01-OK
                  MOVE WRK-FS-ARQBXP01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQREC01         TO TRUE
            IF WRK-EM-RESTART OR WRK-DATA-ADICIONAL
               OPEN EXTEND ARQREC01
            ELSE
               OPEN OUTPUT ARQREC01
            END-IF
      *
            IF NOT WRK-FS-REC01-OK
               MOVE WRK-FS-ARQREC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQJUR01         TO TRUE
            IF WRK-EM-RESTART OR WRK-DATA-ADICIONAL
               OPEN EXTEND ARQJUR01
            ELSE
               OPEN OUTPUT ARQJUR01
            END-IF
      *
            IF NOT WRK-FS-JUR01-OK
               MOVE WRK-FS-ARQJUR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQQUI01         TO TRUE
            OPEN I-O ARQQUI01
            IF WRK-FS-QUI01-NAO-EXISTE
               OPEN OUTPUT ARQQUI01
               IF WRK-FS-QUI01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQQUI01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQQUI01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-QUI01-OK
               MOVE WRK-FS-ARQQUI01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
                                           ACU-CREDITOS-POSTADOS
                                           ACU-GRAVA-ARQSAI08
                                           ACU-HASH-ARQSAI08
                                           ACU-GRAVA-ARQSUS01
                                           ACU-LIBERADOS-ARQSUS01
                                           ACU-BAIXADOS-ARQSUS01
                                           ACU-GRAVA-ARQREC01
                                           ACU-ATUALIZA-ARQBXP01
                                           ACU-GRAVA-ARQJUR01
                                           ACU-QUITACOES-ANTECIPADAS

            MOVE ZEROS                  TO WRK-CKP01-CONTADOR
                                           WRK-QTDE-LOTES
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVA NO CONTROLE DA CADEIA O INICIO DO BALANCE LINE NA     *
      *    DATA DE PROCESSAMENTO - NOVA EXECUCAO NA MESMA DATA         *
      *    REGRAVA O REGISTRO E SOMA A QTDE DE EXECUCOES               *
      *----------------------------------------------------------------*
        1180-REGISTRA-INICIO-ETAPA      SECTION.
      *----------------------------------------------------------------*

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            OPEN I-O ARQCHN01
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-CHN-TIMESTAMP
            MOVE WRK-DAT-PROCESSAMENTO  TO CHN01-DAT-PROCESSAMENTO
            MOVE WRK-PROGRAMA           TO CHN01-COD-ETAPA
            SET WRK-CN-READ             TO TRUE
            READ ARQCHN01               KEY IS CHN01-CHAVE

            EVALUATE TRUE
                WHEN WRK-FS-CHN01-OK
                     ADD 1              TO CHN01-QTD-EXECUCOES
                     SET WRK-CN-REWRITE TO TRUE
                WHEN WRK-FS-CHN01-NAO-ENCONTRADO
                     INITIALIZE         CHN01-REGISTRO
                     MOVE WRK-DAT-PROCESSAMENTO
                                        TO CHN01-DAT-PROCESSAMENTO
                     MOVE WRK-PROGRAMA  TO CHN01-COD-ETAPA
                     MOVE 1             TO CHN01-QTD-EXECUCOES
                     SET WRK-CN-WRITE   TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCHN01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE WRK-CHN-DATA           TO CHN01-DAT-INICIO
            MOVE WRK-CHN-HORA           TO CHN01-HOR-INICIO
            MOVE ZEROS                  TO CHN01-DAT-FIM
                                           CHN01-HOR-FIM
                                           CHN01-COD-RETORNO
            SET CHN01-ETAPA-INICIADA    TO TRUE

            IF WRK-CN-REWRITE
               REWRITE CHN01-REGISTRO
            ELSE
               WRITE CHN01-REGISTRO
            END-IF
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCHN01

            SET WRK-ETAPA-REGISTRADA    TO TRUE
            MOVE ZEROS                  TO WRK-CHN-COD-RETORNO
            .
      *----------------------------------------------------------------*
        1180-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROCEDURE DE ENTRADA DO SORT - LE TODO O ARQENT02, VALIDA   *
      *    CADA LOTE (HEADER/TRAILER DE CONTROLE - VIDE 3860/3865) E   *
               SET WRK-CN-ARQENT02      TO TRUE
               PERFORM 9120-ERRO-SEM-TRAILER
            END-IF

      * PAGAMENTOS DA CONTA SUSPENSE CUJA CONTA JA ESTA NO CADASTRO
      * ENTRAM NO BALANCE LINE DESTE RUN JUNTO COM O MOVIMENTO
            PERFORM 2100-LIBERA-SUSPENSE
            .
      *----------------------------------------------------------------*
        2000-99-FIM.
                                            TO SRT-NUM-CONTRATO
                                    MOVE ARQENT02-REGISTRO
                                               TO SRT-MOVIMENTO
                                    MOVE 'M'   TO SRT-IND-ORIGEM
                                    MOVE SPACES
                                            TO SRT-CHAVE-SUSPENSE
                                    RELEASE SRT-REGISTRO
                                 END-IF
                              END-IF
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RETENTA OS ITENS EM ABERTO DA CONTA SUSPENSE CONTRA O       *
      *    CADASTRO: O ITEM PENDENTE ('P') PELA CHAVE DO PROPRIO       *
      *    PAGAMENTO E O DIRECIONADO ('D') PELA CONTA DE DESTINO.      *
      *    ACHADA A CONTA ATIVA NA FAIXA DA PARTICAO, O PAGAMENTO E    *
      *    LIBERADO AO SORT COMO UM DETALHE DO MOVIMENTO, COM A DATA   *
      *    E O VALOR ORIGINAIS. ITEM JA BAIXADO NESTA MESMA DATA DE    *
      *    PROCESSAMENTO (RESTART/REPROCESSO) E LIBERADO DE NOVO, PARA *
      *    O RUN REFEITO APLICAR O MESMO PAGAMENTO. O CURSOR DO        *
      *    CADASTRO E REPOSICIONADO NO FIM (A CONSULTA E POR CHAVE).   *
      *----------------------------------------------------------------*
        2100-LIBERA-SUSPENSE            SECTION.
      *----------------------------------------------------------------*

            MOVE ZEROS                  TO SUS01-CHAVE

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            START ARQSUS01 KEY NOT LESS SUS01-CHAVE

            EVALUATE WRK-FS-ARQSUS01
                WHEN '00'
                     PERFORM 2100-10-LIBERA-UM-ITEM
                         UNTIL NOT WRK-FS-SUS01-OK
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            PERFORM 2150-REPOSICIONA-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        2100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LE O PROXIMO ITEM DA CONTA SUSPENSE E, SE A CONTA JA ESTA   *
      *    NO CADASTRO, LIBERA O PAGAMENTO AO SORT; SENAO CONTA MAIS   *
      *    UMA TENTATIVA (UMA SO POR DATA DE PROCESSAMENTO)            *
      *----------------------------------------------------------------*
        2100-10-LIBERA-UM-ITEM          SECTION.
      *----------------------------------------------------------------*

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            READ ARQSUS01               NEXT RECORD

            EVALUATE WRK-FS-ARQSUS01
                WHEN '00'
                     CONTINUE
                WHEN '10'
                     GO TO 2100-10-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            EVALUATE TRUE
                WHEN SUS01-ITEM-PENDENTE
                     MOVE SUS01-COD-AGENCIA  TO WRK-SUS-AGEN-DEST
                     MOVE SUS01-NUM-CONTA    TO WRK-SUS-CONT-DEST
                     MOVE SUS01-NUM-CONTRATO TO WRK-SUS-CTRT-DEST
                WHEN SUS01-ITEM-DIRECIONADO
                     MOVE SUS01-DESTINO      TO WRK-SUS-CHAVE-DESTINO
                WHEN SUS01-ITEM-BAIXADO
                 AND SUS01-DAT-BAIXA EQUAL WRK-DAT-PROCESSAMENTO
                     IF SUS01-COD-AGENCIA-DEST GREATER ZEROS
                        MOVE SUS01-DESTINO   TO WRK-SUS-CHAVE-DESTINO
                     ELSE
                        MOVE SUS01-COD-AGENCIA  TO WRK-SUS-AGEN-DEST
                        MOVE SUS01-NUM-CONTA    TO WRK-SUS-CONT-DEST
                        MOVE SUS01-NUM-CONTRATO TO WRK-SUS-CTRT-DEST
                     END-IF
                WHEN OTHER
      * ITEM A DEVOLVER AO PAGADOR OU JA BAIXADO EM RUN ANTERIOR
                     GO TO 2100-10-99-FIM
            END-EVALUATE

      * CONTA DE OUTRA PARTICAO - RETENTADA PELA INSTANCIA DA FAIXA
            IF WRK-SUS-AGEN-DEST LESS WRK-COD-AGENCIA-INI
               OR WRK-SUS-AGEN-DEST GREATER WRK-COD-AGENCIA-FIM
               GO TO 2100-10-99-FIM
            END-IF

            MOVE WRK-SUS-AGEN-DEST      TO ARQENT01-COD-AGENCIA
            MOVE WRK-SUS-CONT-DEST      TO ARQENT01-NUM-CONTA
            MOVE WRK-SUS-CTRT-DEST      TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               KEY IS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

      * CONTA INATIVA BAIXADA POR PERDA - O ITEM VOLTA AO BALANCE
      * LINE E E RECONHECIDO COMO RECUPERACAO (VIDE 3944)
            MOVE 'N'                    TO WRK-IND-RECUPERACAO
            IF WRK-FS-ENT01-OK
               AND ARQENT01-CONTA-INATIVA
               MOVE WRK-SUS-CHAVE-DESTINO TO BXP01-CHAVE
               PERFORM 3944-VERIFICA-RECUPERACAO
            END-IF

            IF WRK-FS-ENT01-OK
               AND (ARQENT01-CONTA-ATIVA OR WRK-MOV-E-RECUPERACAO)
               INITIALIZE               ARQENT02-REGISTRO
               MOVE 'D'                 TO ARQENT02-IND-TIPO-REG
               MOVE WRK-SUS-AGEN-DEST   TO ARQENT02-COD-AGENCIA
                                           SRT-COD-AGENCIA
               MOVE WRK-SUS-CONT-DEST   TO ARQENT02-NUM-CONTA
                                           SRT-NUM-CONTA
               MOVE WRK-SUS-CTRT-DEST   TO ARQENT02-NUM-CONTRATO
                                           SRT-NUM-CONTRATO
               MOVE SUS01-DAT-PAGTO     TO ARQENT02-DAT-PAGTO
               MOVE SUS01-VLR-PAGTO     TO ARQENT02-VLR-PAGTO
               MOVE ARQENT02-REGISTRO   TO SRT-MOVIMENTO
               MOVE 'S'                 TO SRT-IND-ORIGEM
               MOVE SUS01-CHAVE         TO SRT-CHAVE-SUSPENSE
               RELEASE SRT-REGISTRO
               ADD 1                    TO ACU-LIBERADOS-ARQSUS01
            ELSE
      * CONTA AINDA NAO CADASTRADA (OU INATIVA SEM BAIXA POR PERDA) -
      * O ITEM CONTINUA NA SUSPENSE; RUN DE SIMULACAO NAO CONTA A
      * TENTATIVA
               IF NOT WRK-EM-SIMULACAO
                  AND SUS01-DAT-ULT-TENTATIVA
                                        LESS WRK-DAT-PROCESSAMENTO
                  ADD 1                 TO SUS01-QTD-TENTATIVAS
                  MOVE WRK-DAT-PROCESSAMENTO
                                        TO SUS01-DAT-ULT-TENTATIVA
                  SET WRK-CN-REWRITE    TO TRUE
                  SET WRK-CN-ARQSUS01   TO TRUE
                  REWRITE SUS01-REGISTRO
                  IF NOT WRK-FS-SUS01-OK
                     MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
                  END-IF
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        2100-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REPOSICIONA O CURSOR DO CADASTRO NO INICIO DA FAIXA DA      *
      *    PARTICAO, DEPOIS DAS CONSULTAS POR CHAVE DA CONTA SUSPENSE  *
      *    (MESMA POSICAO DEIXADA POR 1000-INICIALIZAR)                *
      *----------------------------------------------------------------*
        2150-REPOSICIONA-CADASTRO       SECTION.
      *----------------------------------------------------------------*

            IF WRK-COD-AGENCIA-INI GREATER 0001
               MOVE WRK-COD-AGENCIA-INI TO ARQENT01-COD-AGENCIA
            ELSE
               MOVE ZEROS               TO ARQENT01-COD-AGENCIA
            END-IF
            MOVE ZEROS                  TO ARQENT01-NUM-CONTA
                                           ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        2150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROCEDURE DE SAIDA DO SORT - O PROPRIO BALANCE LINE:        *
      *    CONSOME OS DETALHES JA CLASSIFICADOS EM ORDEM DE CHAVE E    *
      *    FAZ O MERGE COM O CADASTRO (A LOGICA ORIGINAL DE            *
      *    3000-PROCESSAR, INALTERADA)                                 *
      *----------------------------------------------------------------*
        2500-BALANCE-LINE               SECTION.
      *----------------------------------------------------------------*

      * A PARTIR DAQUI O FILE-STATUS DO ARQENT02 PASSA A REFLETIR O
      * FIM DA SEQUENCIA CLASSIFICADA DE DETALHES (VIDE 3850-10)
            MOVE '00'                   TO WRK-FS-ARQENT02

            IF WRK-EM-RESTART
               SET WRK-EM-FAST-FORWARD TO TRUE
            END-IF

            PERFORM 3800-LER-CADASTRO

            IF WRK-FS-ENT01-FIM
              DISPLAY '************************************************'
              DISPLAY '*          ARQUIVO DE ENTRADA 01 VAZIO         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
              PERFORM 9900-FIM-PROGRAMA
            END-IF

            PERFORM 3850-LER-MOVIMENTO

            IF WRK-FS-ENT02-FIM
              DISPLAY '************************************************'
              DISPLAY '*          ARQUIVO DE ENTRADA 02 VAZIO         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                 *'
              DISPLAY '************************************************'
              PERFORM 9900-FIM-PROGRAMA
            END-IF

            IF WRK-EM-RESTART
               PERFORM 3800-LER-CADASTRO
                   UNTIL WRK-CHAVE-CAD GREATER WRK-CHAVE-RESTART
                      OR WRK-FS-ENT01-FIM

               PERFORM 3850-LER-MOVIMENTO
                   UNTIL WRK-CHAVE-MOV GREATER WRK-CHAVE-RESTART
                      OR WRK-FS-ENT02-FIM

               MOVE 'N'             TO WRK-IND-FAST-FORWARD
            END-IF

            PERFORM 3000-PROCESSAR
                UNTIL (WRK-FS-ENT01-FIM)
                AND   (WRK-FS-ENT02-FIM)
            .
      *----------------------------------------------------------------*
        2500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

                      IF WRK-TEVE-PAGTO OR WRK-TEVE-ESTORNO
                         IF WRK-VLR-LIQUIDO-CONTA GREATER ZEROS
                            PERFORM 3945-OBTEM-PARCELA-ABERTA
                            PERFORM 3949-VERIFICA-QUITACAO
                            EVALUATE TRUE
      * PAGAMENTO HONRA A COTACAO DE QUITACAO ANTECIPADA VIGENTE -
      * O CONTRATO INTEIRO E LIQUIDADO DE UMA SO VEZ
                                WHEN WRK-QUITACAO-HONRADA
                                     PERFORM 3949-10-LIQUIDA-QUITACAO
      * PLANO JA TOTALMENTE QUITADO - O PAGAMENTO RECEBIDO VIRA
      * SALDO CREDOR INTEGRAL PARA O BACK OFFICE (ARQSAI07)
                                WHEN WRK-CONTA-TEM-PLANO
                                 AND NOT WRK-PARCELA-ACHADA
                                     MOVE ZEROS
                                        TO WRK-VLR-PARCELA-ESPERADA
                                     PERFORM 3160-MONTA-SAIDA7
                                     PERFORM 3916-GRAVA-SAIDA7
                                WHEN OTHER
                                     PERFORM 3946-APLICA-CREDITO
                                     PERFORM 3950-CALCULA-QTDE-DIAS
                            END-EVALUATE
                         ELSE
                            MOVE ARQENT01-VLR-PARCELA
                                         TO WRK-VLR-PARCELA-ESPERADA
                      PERFORM 3970-VERIFICA-CHECKPOINT
                      PERFORM 3800-LER-CADASTRO

      * TRATA CADASTRO MAIOR (NAO CADASTRADO) - O PAGAMENTO VAI PARA
      * A CONTA SUSPENSE. ITEM RELIBERADO DA PROPRIA SUSPENSE QUE NAO
      * CASOU (NAO DEVE OCORRER: SO E LIBERADO O ITEM CUJA CONTA ESTA
      * ATIVA NO CADASTRO) CONTINUA LA, SEM NOVO REGISTRO. PAGAMENTO
      * DE CONTRATO BAIXADO POR PERDA (CONTA INATIVA) E RECUPERACAO
                WHEN  WRK-CHAVE-CAD GREATER WRK-CHAVE-MOV
                      MOVE 'N'            TO WRK-IND-RECUPERACAO
                      IF NOT WRK-MOV-E-ESTORNO
                         MOVE WRK-CHAVE-MOV TO BXP01-CHAVE
                         PERFORM 3944-VERIFICA-RECUPERACAO
                      END-IF
                      IF WRK-MOV-E-RECUPERACAO
                         PERFORM 3944-10-GRAVA-RECUPERACAO
                      ELSE
                         IF WRK-MOV-DO-ARQENT02
                            PERFORM 3400-MONTA-SAIDA4
                            PERFORM 3940-GRAVA-SAIDA4
                            PERFORM 3942-GRAVA-SUSPENSE
                         END-IF
                      END-IF
                      MOVE WRK-CHAVE-MOV     TO WRK-CKP01-ULT-CHAVE
                      PERFORM 3970-VERIFICA-CHECKPOINT
                      PERFORM 3850-LER-MOVIMENTO
               ADD ARQENT02-VLR-PAGTO   TO WRK-ACU-VLR-PAGO-CONTA
               MOVE ARQENT02-DAT-PAGTO  TO WRK-DAT-ULT-PAGTO
               SET WRK-TEVE-PAGTO       TO TRUE
               IF WRK-MOV-DA-SUSPENSE
                  PERFORM 3943-BAIXA-SUSPENSE
               END-IF
            END-IF
            PERFORM 3850-LER-MOVIMENTO
            .
                   NOT AT END
                       MOVE '00'        TO WRK-FS-ARQENT02
                       MOVE SRT-MOVIMENTO TO ARQENT02-REGISTRO
                       MOVE SRT-IND-ORIGEM TO WRK-IND-ORIGEM-MOV
                       MOVE SRT-CHAVE-SUSPENSE TO WRK-SUS-CHAVE-MOV
               END-RETURN
      *
               EVALUATE WRK-FS-ARQENT02
                   WHEN '00'
      * PAGAMENTO RELIBERADO DA CONTA SUSPENSE NAO E DETALHE LIDO DO
      * ARQENT02 (JA FOI CONTADO NO RUN EM QUE ENTROU NA SUSPENSE)
                           IF NOT WRK-EM-FAST-FORWARD
                              AND WRK-MOV-DO-ARQENT02
                              ADD 1 TO ACU-LIDOS-ARQENT02
                           END-IF
                           IF ARQENT02-COD-AGENCIA LESS ZERO
      *----------------------------------------------------------------*
      *    APURA PELA CALE2000 A QTDE DE DIAS DE ATRASO DA PENDENCIA   *
      *    NAO PAGA (DO VENCIMENTO BASE - WRK-DAT-BASE-NP, dd.mm.aaaa -*
      *    ATE A DATA DE PROCESSAMENTO), NO CALENDARIO DA LOCALIDADE   *
      *    DA AGENCIA. RETORNO NAO-OK ASSUME ZEROS                     *
      *    (A CARTA SAI SEM A QTDE DE DIAS, NAO DEIXA DE SAIR)         *
      *----------------------------------------------------------------*
        3909-CALCULA-DIAS-VENCIDO        SECTION.
      *----------------------------------------------------------------*

            MOVE WRK-LOG-COD-AGENCIA    TO WRK-LOC-COD-AGENCIA
            PERFORM 3956-OBTEM-LOCALIDADE-AGENCIA

            INITIALIZE                  CALE01-REGISTRO
            MOVE 'CALE0001'             TO CALE01-ID-BLOCO
            MOVE LENGTH                 OF CALE01-REGISTRO
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-INI
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-FINAL
            MOVE ZEROS                  TO CALE01-COD-IDIOMA
            MOVE WRK-LOC-COD-LOCALIDADE TO CALE01-COD-LOCALIDADE
            MOVE WRK-DAT-BASE-NP        TO CALE01-VLR-ARGUMENTO-INI
            MOVE WRK-DAT-PROCESSAMENTO  TO CALE01-VLR-ARGUMENTO-FINAL

      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONSULTA A PRORROGACAO EM MASSA DO CONTRATO (ARQPRG01) -    *
      *    ATE O FIM DO PERIODO CONCEDIDO (INCLUSIVE) A COBRANCA FICA  *
      *    SUSPENSA; DEPOIS DELE RETOMA SOZINHA NO RUN SEGUINTE        *
      *----------------------------------------------------------------*
        3912-CONSULTA-PRORROGACAO        SECTION.
      *----------------------------------------------------------------*

            MOVE 'N'                    TO WRK-IND-PRORROGACAO-VIGENTE

            IF WRK-SEM-ARQPRG01
               GO TO 3912-99-FIM
            END-IF

            MOVE WRK-LOG-COD-AGENCIA    TO PRG01-COD-AGENCIA
            MOVE WRK-LOG-NUM-CONTA      TO PRG01-NUM-CONTA
            MOVE WRK-LOG-NUM-CONTRATO   TO PRG01-NUM-CONTRATO

            PERFORM 3912-10-LER-PRORROGACAO
            .

      *----------------------------------------------------------------*
        3912-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3912-10-LER-PRORROGACAO          SECTION.
      *----------------------------------------------------------------*

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPRG01         TO TRUE
            READ ARQPRG01                KEY IS PRG01-CHAVE

            EVALUATE WRK-FS-ARQPRG01
                WHEN '00'
                     IF PRG01-DAT-FIM-PRORROGACAO
                            NOT LESS WRK-DAT-PROCESSAMENTO
                        SET WRK-PRORROGACAO-VIGENTE TO TRUE
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPRG01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .

      *----------------------------------------------------------------*
        3912-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ATUALIZA O HISTORICO DE CLASSIFICACAO (HIS03112) DO CLIENTE *
      *    COM A CLASSIFICACAO DESTE RUN E, QUANDO ELA DIFERE DA DO    *
      *    RUN ANTERIOR, GRAVA UMA LINHA NO RELATORIO DE               *
      *----------------------------------------------------------------*

            PERFORM 3911-CONSULTA-ACORDO
            PERFORM 3912-CONSULTA-PRORROGACAO

            MOVE WRK-LOG-COD-AGENCIA    TO HIS01-COD-AGENCIA
            MOVE WRK-LOG-NUM-CONTA      TO HIS01-NUM-CONTA
                     SET HIS01-COBRANCA-NORMAL TO TRUE
                     MOVE 'N'           TO HIS01-IND-NEGATIVADO
                     IF WRK-ACORDO-VIGENTE
                        OR WRK-PRORROGACAO-VIGENTE
                        SET WRK-NOT-SUPRIME TO TRUE
                     END-IF
                     IF WRK-LOG-IND-CLASSIF EQUAL 'AT'
               GO TO 3907-10-99-FIM
            END-IF

      * PRORROGACAO EM MASSA VIGENTE - IDEM, ATE O FIM DO PERIODO
      * CONCEDIDO (VIDE 3912-CONSULTA-PRORROGACAO)
            IF WRK-PRORROGACAO-VIGENTE
               SET WRK-NOT-SUPRIME      TO TRUE
               GO TO 3907-10-99-FIM
            END-IF

            IF WRK-LOG-IND-CLASSIF EQUAL 'AT'
               OR WRK-LOG-IND-CLASSIF EQUAL 'NP'

            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O PAGAMENTO NAO IDENTIFICADO NA CONTA SUSPENSE COM A  *
      *    DATA E O VALOR ORIGINAIS (ITEM PENDENTE). A SEQUENCIA DA    *
      *    CHAVE SEPARA PAGAMENTOS DA MESMA CONTA NA MESMA DATA; ITEM  *
      *    DE MESMO VALOR JA GRAVADO POR ESTA DATA DE PROCESSAMENTO E  *
      *    O MESMO PAGAMENTO (RESTART/REPROCESSO) E NAO E REGRAVADO.   *
      *    ESTORNO DE CONTA NAO CADASTRADA SO VAI PARA O ARQSAI04.     *
      *----------------------------------------------------------------*
        3942-GRAVA-SUSPENSE              SECTION.
      *----------------------------------------------------------------*

            IF WRK-EM-SIMULACAO
               OR WRK-MOV-E-ESTORNO
               GO TO 3942-99-FIM
            END-IF

            INITIALIZE                  SUS01-REGISTRO
            MOVE WRK-MOV-AGEN           TO SUS01-COD-AGENCIA
            MOVE WRK-MOV-CONT           TO SUS01-NUM-CONTA
            MOVE WRK-MOV-CTRT           TO SUS01-NUM-CONTRATO
            MOVE ARQENT02-DAT-PAGTO     TO SUS01-DAT-PAGTO
            MOVE ZEROS                  TO SUS01-NUM-SEQUENCIA
            MOVE 'N'                    TO WRK-IND-SUS-GRAVADO

            PERFORM 3942-10-GRAVA-ITEM
                UNTIL WRK-SUS-GRAVADO
            .

      *----------------------------------------------------------------*
        3942-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TENTA A PROXIMA SEQUENCIA DA CHAVE DO ITEM: LIVRE, GRAVA;   *
      *    OCUPADA PELO MESMO PAGAMENTO DESTA DATA, ENCERRA SEM GRAVAR *
      *----------------------------------------------------------------*
        3942-10-GRAVA-ITEM               SECTION.
      *----------------------------------------------------------------*

            ADD 1                       TO SUS01-NUM-SEQUENCIA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            READ ARQSUS01               KEY IS SUS01-CHAVE

            EVALUATE WRK-FS-ARQSUS01
                WHEN '00'
                     IF SUS01-DAT-ENTRADA EQUAL WRK-DAT-PROCESSAMENTO
                        AND SUS01-VLR-PAGTO EQUAL ARQENT02-VLR-PAGTO
                        SET WRK-SUS-GRAVADO TO TRUE
                     END-IF
                WHEN '23'
                     MOVE ARQENT02-VLR-PAGTO TO SUS01-VLR-PAGTO
                     MOVE WRK-DAT-PROCESSAMENTO TO SUS01-DAT-ENTRADA
                     SET SUS01-ITEM-PENDENTE TO TRUE
                     MOVE ZEROS         TO SUS01-DESTINO
                                           SUS01-DAT-DECISAO
                                           SUS01-DAT-BAIXA
                                           SUS01-QTD-TENTATIVAS
                                           SUS01-DAT-ULT-TENTATIVA
                     SET WRK-CN-WRITE   TO TRUE
                     WRITE SUS01-REGISTRO
                     IF NOT WRK-FS-SUS01-OK
                        MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1              TO ACU-GRAVA-ARQSUS01
                     SET WRK-SUS-GRAVADO TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .

      *----------------------------------------------------------------*
        3942-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    BAIXA O ITEM DA CONTA SUSPENSE CUJO PAGAMENTO O BALANCE     *
      *    LINE ACABOU DE APLICAR A CONTA (WRK-SUS-CHAVE-MOV, TRAZIDA  *
      *    PELO SORT). RUN DE SIMULACAO NAO BAIXA.                     *
      *----------------------------------------------------------------*
        3943-BAIXA-SUSPENSE              SECTION.
      *----------------------------------------------------------------*

            IF WRK-EM-SIMULACAO
               GO TO 3943-99-FIM
            END-IF

            MOVE WRK-SUS-CHAVE-MOV      TO SUS01-CHAVE

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            READ ARQSUS01               KEY IS SUS01-CHAVE

            EVALUATE WRK-FS-ARQSUS01
                WHEN '00'
                     SET SUS01-ITEM-BAIXADO TO TRUE
                     MOVE WRK-DAT-PROCESSAMENTO TO SUS01-DAT-BAIXA
                     SET WRK-CN-REWRITE TO TRUE
                     REWRITE SUS01-REGISTRO
                     IF NOT WRK-FS-SUS01-OK
                        MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1              TO ACU-BAIXADOS-ARQSUS01
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .

      *----------------------------------------------------------------*
        3943-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    VERIFICA SE O CONTRATO DE BXP01-CHAVE (PREENCHIDA PELO      *
      *    CHAMADOR) FOI BAIXADO POR PERDA - SE ESTIVER NO CADASTRO DE *
      *    BAIXADOS, O PAGAMENTO E RECUPERACAO (WRK-MOV-E-RECUPERACAO) *
      *----------------------------------------------------------------*
        3944-VERIFICA-RECUPERACAO        SECTION.
      *----------------------------------------------------------------*

            MOVE 'N'                    TO WRK-IND-RECUPERACAO

            IF WRK-SEM-ARQBXP01
               GO TO 3944-99-FIM
            END-IF

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQBXP01         TO TRUE
            READ ARQBXP01               KEY IS BXP01-CHAVE

            EVALUATE WRK-FS-ARQBXP01
                WHEN '00'
                     SET WRK-MOV-E-RECUPERACAO TO TRUE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQBXP01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .

      *----------------------------------------------------------------*
        3944-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A RECUPERACAO DO CONTRATO BAIXADO (ARQREC01, LIDO    *
      *    PELA INTERFACE CONTABIL) E ACUMULA O VALOR NO CADASTRO DE   *
      *    BAIXADOS (TOTAL E MES DE REFERENCIA). ITEM VINDO DA CONTA   *
      *    SUSPENSE E BAIXADO. RUN DE SIMULACAO NAO ATUALIZA O         *
      *    CADASTRO; REPROCESSO DA DATA JA ACUMULADA TAMBEM NAO (O     *
      *    VALOR JA ESTA LA).                                          *
      *----------------------------------------------------------------*
        3944-10-GRAVA-RECUPERACAO        SECTION.
      *----------------------------------------------------------------*

            INITIALIZE                  REC01-REGISTRO
            MOVE WRK-DAT-PROCESSAMENTO  TO REC01-DAT-PROCESSAMENTO
            MOVE WRK-MOV-AGEN           TO REC01-COD-AGENCIA
            MOVE WRK-MOV-CONT           TO REC01-NUM-CONTA
            MOVE WRK-MOV-CTRT           TO REC01-NUM-CONTRATO
            MOVE BXP01-COD-PRODUTO      TO REC01-COD-PRODUTO
            MOVE ARQENT02-DAT-PAGTO     TO REC01-DAT-PAGTO
            MOVE ARQENT02-VLR-PAGTO     TO REC01-VLR-RECUPERADO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREC01         TO TRUE
            WRITE FD-ARQREC01           FROM REC01-REGISTRO
            IF NOT WRK-FS-REC01-OK
               MOVE WRK-FS-ARQREC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            ADD 1                       TO ACU-GRAVA-ARQREC01

            IF WRK-MOV-DA-SUSPENSE
               PERFORM 3943-BAIXA-SUSPENSE
            END-IF

            IF WRK-EM-SIMULACAO
               GO TO 3944-10-99-FIM
            END-IF

            IF WRK-EM-REPROCESSO
               AND BXP01-DAT-ULT-RECUPERACAO EQUAL WRK-DAT-PROCESSAMENTO
               GO TO 3944-10-99-FIM
            END-IF

            DIVIDE WRK-DAT-PROCESSAMENTO BY 100
                                        GIVING WRK-REC-MES-REF
            IF BXP01-MES-REF-RECUPERACAO NOT EQUAL WRK-REC-MES-REF
               MOVE WRK-REC-MES-REF     TO BXP01-MES-REF-RECUPERACAO
               MOVE ZEROS               TO BXP01-VLR-RECUPERADO-MES
            END-IF
            ADD ARQENT02-VLR-PAGTO      TO BXP01-VLR-RECUPERADO
                                           BXP01-VLR-RECUPERADO-MES
            MOVE WRK-DAT-PROCESSAMENTO  TO BXP01-DAT-ULT-RECUPERACAO

            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQBXP01         TO TRUE
            REWRITE BXP01-REGISTRO
            IF NOT WRK-FS-BXP01-OK
               MOVE WRK-FS-ARQBXP01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            ADD 1                       TO ACU-ATUALIZA-ARQBXP01
            .

      *----------------------------------------------------------------*
        3944-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
        3915-GRAVA-SAIDA5                SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BAIXA A PARCELA EM ABERTO CASADA COM O PAGAMENTO DA CONTA   *
      *    (SITUACAO 'P' + DATA DO PAGAMENTO) - SO QUANDO O TOTAL PAGO *
      *    COBRIU O VALOR ESPERADO DA PARCELA. PARCELA COM ABERTURA    *
      *    PRINCIPAL/JUROS VAI PARA O ARQJUR01 (INCLUSIVE NA SIMULACAO,*
      *    QUE TAMBEM GERA O PAGAMENTO NO ARQSAI01/02)                 *
      *----------------------------------------------------------------*
        3947-BAIXA-PARCELA              SECTION.
      *----------------------------------------------------------------*

            IF PLA01-VLR-JUROS GREATER ZEROS
               OR PLA01-VLR-PRINCIPAL GREATER ZEROS
               PERFORM 3947-10-GRAVA-JUROS
            END-IF

      * RUN DE SIMULACAO NAO BAIXA PARCELA DO PLANO
            IF WRK-EM-SIMULACAO
               GO TO 3947-99-FIM
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVA A ABERTURA PRINCIPAL/JUROS DA PARCELA BAIXADA         *
      *    (ARQJUR01, LIDO PELA INTERFACE CONTABIL EXER0322)           *
      *----------------------------------------------------------------*
        3947-10-GRAVA-JUROS             SECTION.
      *----------------------------------------------------------------*

            INITIALIZE                  JUR01-REGISTRO
            MOVE WRK-DAT-PROCESSAMENTO  TO JUR01-DAT-PROCESSAMENTO
            MOVE PLA01-COD-AGENCIA      TO JUR01-COD-AGENCIA
            MOVE PLA01-NUM-CONTA        TO JUR01-NUM-CONTA
            MOVE PLA01-NUM-CONTRATO     TO JUR01-NUM-CONTRATO
            MOVE PLA01-NUM-PARCELA      TO JUR01-NUM-PARCELA
            MOVE WRK-DAT-ULT-PAGTO      TO JUR01-DAT-PAGTO
            MOVE PLA01-VLR-PRINCIPAL    TO JUR01-VLR-PRINCIPAL
            MOVE PLA01-VLR-JUROS        TO JUR01-VLR-JUROS

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQJUR01         TO TRUE
            WRITE FD-ARQJUR01           FROM JUR01-REGISTRO
            IF NOT WRK-FS-JUR01-OK
               MOVE WRK-FS-ARQJUR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            ADD 1                       TO ACU-GRAVA-ARQJUR01
            .
      *
      *----------------------------------------------------------------*
        3947-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SUBLEDGER DE ATRASO - ACUMULA NO ATR03112 A PENDENCIA EM    *
      *    ABERTO DA CONTA CORRENTE E A MULTA DO DIA (PENDENCIA X      *
               GO TO 3360-99-FIM
            END-IF

      * CONTRATO EM PRORROGACAO EM MASSA - MULTA CONGELADA ATE O FIM
      * DO PERIODO CONCEDIDO
            IF NOT WRK-SEM-ARQPRG01
               MOVE WRK-CAD-AGEN        TO PRG01-COD-AGENCIA
               MOVE WRK-CAD-CONT        TO PRG01-NUM-CONTA
               MOVE WRK-CAD-CTRT        TO PRG01-NUM-CONTRATO
               MOVE 'N'                 TO WRK-IND-PRORROGACAO-VIGENTE
               PERFORM 3912-10-LER-PRORROGACAO
               IF WRK-PRORROGACAO-VIGENTE
                  GO TO 3360-99-FIM
               END-IF
            END-IF

            MOVE WRK-CAD-AGEN           TO ATR01-COD-AGENCIA
            MOVE WRK-CAD-CONT           TO ATR01-NUM-CONTA
            MOVE WRK-CAD-CTRT           TO ATR01-NUM-CONTRATO
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICA SE O PAGAMENTO DA CONTA CORRENTE HONRA A COTACAO   *
      *    DE QUITACAO ANTECIPADA DO CONTRATO (QUI03145): COTACAO      *
      *    VIGENTE, PAGAMENTO ENTRE A EMISSAO E A VALIDADE E LIQUIDO   *
      *    PAGO QUE COBRE O VALOR DE QUITACAO                          *
      *----------------------------------------------------------------*
        3949-VERIFICA-QUITACAO          SECTION.
      *----------------------------------------------------------------*

            MOVE 'N'                    TO WRK-IND-QUITACAO-HONRADA

            MOVE WRK-CAD-AGEN           TO QUI01-COD-AGENCIA
            MOVE WRK-CAD-CONT           TO QUI01-NUM-CONTA
            MOVE WRK-CAD-CTRT           TO QUI01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQQUI01         TO TRUE
            READ ARQQUI01                KEY IS QUI01-CHAVE

            EVALUATE WRK-FS-ARQQUI01
                WHEN '00'
                     IF QUI01-COTACAO-VIGENTE
                        AND WRK-DAT-ULT-PAGTO
                                   NOT LESS QUI01-DAT-COTACAO
                        AND WRK-DAT-ULT-PAGTO
                                   NOT GREATER QUI01-DAT-VALIDADE
                        AND WRK-VLR-LIQUIDO-CONTA
                                   NOT LESS QUI01-VLR-TOTAL-QUITACAO
                        SET WRK-QUITACAO-HONRADA TO TRUE
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQQUI01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3949-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIQUIDA O CONTRATO PELA COTACAO HONRADA: O PAGAMENTO E      *
      *    CLASSIFICADO NO PRAZO CONTRA O VALOR DE QUITACAO (A MULTA   *
      *    COTADA E A DO SUBLEDGER, LIQUIDADA PELO ARQSAI08), O        *
      *    EXCEDENTE VIRA SALDO CREDOR (ARQSAI07), TODAS AS PARCELAS   *
      *    EM ABERTO SAO BAIXADAS, O ATRASO E LIQUIDADO E O CONTRATO   *
      *    E INATIVADO NO CADASTRO                                     *
      *----------------------------------------------------------------*
        3949-10-LIQUIDA-QUITACAO        SECTION.
      *----------------------------------------------------------------*

            MOVE QUI01-VLR-TOTAL-QUITACAO TO WRK-VLR-PARCELA-ESPERADA

            PERFORM 3100-MONTA-SAIDA1
            PERFORM 3910-GRAVA-SAIDA1

            IF WRK-VLR-LIQUIDO-CONTA GREATER WRK-VLR-PARCELA-ESPERADA
               PERFORM 3160-MONTA-SAIDA7
               PERFORM 3916-GRAVA-SAIDA7
            END-IF

            PERFORM 3949-20-BAIXA-PLANO
            PERFORM 3949-40-GRAVA-JUROS-QUITACAO
            PERFORM 3948-LIQUIDA-ATRASO
            PERFORM 3949-50-INATIVA-CONTRATO

            ADD 1                       TO ACU-QUITACOES-ANTECIPADAS
            .
      *
      *----------------------------------------------------------------*
        3949-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXA TODAS AS PARCELAS EM ABERTO DO PLANO DO CONTRATO      *
      *----------------------------------------------------------------*
        3949-20-BAIXA-PLANO             SECTION.
      *----------------------------------------------------------------*

            MOVE WRK-CAD-AGEN           TO PLA01-COD-AGENCIA
            MOVE WRK-CAD-CONT           TO PLA01-NUM-CONTA
            MOVE WRK-CAD-CTRT           TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3949-30-BAIXA-UMA-PARCELA
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
        3949-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LE A PROXIMA PARCELA DO PLANO DO CONTRATO E BAIXA A PARCELA *
      *    EM ABERTO: A VENCIDA NA DATA DA COTACAO E BAIXADA PELA      *
      *    FACE, COM A ABERTURA NORMAL (3947); A A VENCER E BAIXADA    *
      *    PELO VALOR PRESENTE DA COTACAO (JUROS EM 3949-40)           *
      *----------------------------------------------------------------*
        3949-30-BAIXA-UMA-PARCELA       SECTION.
      *----------------------------------------------------------------*

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            READ ARQPLA01               NEXT RECORD

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     IF PLA01-COD-AGENCIA EQUAL WRK-CAD-AGEN
                        AND PLA01-NUM-CONTA EQUAL WRK-CAD-CONT
                        AND PLA01-NUM-CONTRATO EQUAL WRK-CAD-CTRT
                        IF PLA01-PARCELA-ABERTA
                           PERFORM 3957-CONVERTE-DAT-VENC
                           IF WRK-DAT-VENC-AMD-NUM
                                   NOT GREATER QUI01-DAT-QUITACAO
                              PERFORM 3947-BAIXA-PARCELA
                           ELSE
                              PERFORM 3949-35-BAIXA-A-VENCER
                           END-IF
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
        3949-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXA A PARCELA A VENCER QUITADA ANTECIPADAMENTE            *
      *----------------------------------------------------------------*
        3949-35-BAIXA-A-VENCER          SECTION.
      *----------------------------------------------------------------*

      * RUN DE SIMULACAO NAO BAIXA PARCELA DO PLANO
            IF WRK-EM-SIMULACAO
               GO TO 3949-35-99-FIM
            END-IF

            SET PLA01-PARCELA-PAGA      TO TRUE
            MOVE WRK-DAT-ULT-PAGTO      TO PLA01-DAT-PAGAMENTO

            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            REWRITE PLA01-REGISTRO

            IF NOT WRK-FS-PLA01-OK
               MOVE WRK-FS-ARQPLA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3949-35-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVA NO ARQJUR01 A ABERTURA DAS PARCELAS A VENCER QUITADAS *
      *    (PARCELA 000): O QUE O VALOR PRESENTE EXCEDE O PRINCIPAL E  *
      *    JUROS. PLANO SEM ABERTURA (PRINCIPAL ZERO) NAO GRAVA        *
      *----------------------------------------------------------------*
        3949-40-GRAVA-JUROS-QUITACAO    SECTION.
      *----------------------------------------------------------------*

            IF QUI01-VLR-PRINC-A-VENCER EQUAL ZEROS
               GO TO 3949-40-99-FIM
            END-IF

            IF QUI01-VLR-PRESENTE-A-VENCER
                       GREATER QUI01-VLR-PRINC-A-VENCER
               MOVE QUI01-VLR-PRINC-A-VENCER
                                        TO WRK-VLR-PRINC-QUITACAO
               COMPUTE WRK-VLR-JUROS-QUITACAO =
                       QUI01-VLR-PRESENTE-A-VENCER
                       - QUI01-VLR-PRINC-A-VENCER
            ELSE
               MOVE QUI01-VLR-PRESENTE-A-VENCER
                                        TO WRK-VLR-PRINC-QUITACAO
               MOVE ZEROS               TO WRK-VLR-JUROS-QUITACAO
            END-IF

            INITIALIZE                  JUR01-REGISTRO
            MOVE WRK-DAT-PROCESSAMENTO  TO JUR01-DAT-PROCESSAMENTO
            MOVE WRK-CAD-AGEN           TO JUR01-COD-AGENCIA
            MOVE WRK-CAD-CONT           TO JUR01-NUM-CONTA
            MOVE WRK-CAD-CTRT           TO JUR01-NUM-CONTRATO
            MOVE ZEROS                  TO JUR01-NUM-PARCELA
            MOVE WRK-DAT-ULT-PAGTO      TO JUR01-DAT-PAGTO
            MOVE WRK-VLR-PRINC-QUITACAO TO JUR01-VLR-PRINCIPAL
            MOVE WRK-VLR-JUROS-QUITACAO TO JUR01-VLR-JUROS

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQJUR01         TO TRUE
            WRITE FD-ARQJUR01           FROM JUR01-REGISTRO
            IF NOT WRK-FS-JUR01-OK
               MOVE WRK-FS-ARQJUR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            ADD 1                       TO ACU-GRAVA-ARQJUR01
            .
      *
      *----------------------------------------------------------------*
        3949-40-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INATIVA O CONTRATO QUITADO NO CADASTRO (COMO A TRANSACAO    *
      *    'E' DO EXER0313) E MARCA A COTACAO COMO LIQUIDADA           *
      *----------------------------------------------------------------*
        3949-50-INATIVA-CONTRATO        SECTION.
      *----------------------------------------------------------------*

      * RUN DE SIMULACAO NAO ALTERA CADASTRO NEM COTACAO
            IF WRK-EM-SIMULACAO
               GO TO 3949-50-99-FIM
            END-IF

            MOVE 'I'                    TO ARQENT01-IND-SITUACAO
            MOVE WRK-DAT-PROCESSAMENTO  TO ARQENT01-DAT-INATIVACAO

            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            REWRITE ARQENT01-REGISTRO

            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET QUI01-COTACAO-LIQUIDADA TO TRUE
            MOVE WRK-DAT-ULT-PAGTO      TO QUI01-DAT-LIQUIDACAO
            MOVE WRK-ACU-VLR-PAGO-CONTA TO QUI01-VLR-PAGO

            SET WRK-CN-ARQQUI01         TO TRUE
            REWRITE QUI01-REGISTRO

            IF NOT WRK-FS-QUI01-OK
               MOVE WRK-FS-ARQQUI01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3949-50-99-FIM.
            EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLASSIFICA A CONTA PELO TOTAL ACUMULADO DOS SEUS MOVIMENTOS *
      *    (WRK-ACU-VLR-PAGO-CONTA) CONTRA A PARCELA ESPERADA (DO      *
      *    PLANO DE PARCELAS OU DO CADASTRO - VIDE 3945), OBTENDO DA   *
      *    CALE2000 A QTDE DE DIAS ENTRE A DATA BASE DO ATRASO E O     *
      *    ULTIMO PAGAMENTO DA CONTA (WRK-DAT-ULT-PAGTO), NO           *
      *    CALENDARIO DE FERIADOS DA LOCALIDADE DA AGENCIA             *
      *----------------------------------------------------------------*
        3950-CALCULA-QTDE-DIAS          SECTION.
      *----------------------------------------------------------------*
                 PERFORM 3150-MONTA-SAIDA5
                 PERFORM 3915-GRAVA-SAIDA5
           ELSE
              MOVE ARQENT01-COD-AGENCIA  TO WRK-LOC-COD-AGENCIA
              PERFORM 3956-OBTEM-LOCALIDADE-AGENCIA

              INITIALIZE CALE01-REGISTRO

              MOVE 'CALE0001'            TO CALE01-ID-BLOCO
              MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-INI
              MOVE 'I'              TO CALE01-TP-INCL-ARGUMENTO-FINAL
              MOVE ZEROS                 TO CALE01-COD-IDIOMA
              MOVE WRK-LOC-COD-LOCALIDADE TO CALE01-COD-LOCALIDADE

              MOVE WRK-DAT-BASE-ATRASO   TO CALE01-VLR-ARGUMENTO-INI
              MOVE WRK-DAT-ULT-PAGTO     TO CALE01-VLR-ARGUMENTO-FINAL
        3955-10-99-FIM.                 EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTEM NO CADASTRO DE AGENCIAS (ARQAGE01) A LOCALIDADE DO    *
      *    CALENDARIO DE FERIADOS DA AGENCIA EM WRK-LOC-COD-AGENCIA,   *
      *    PARA A CALE2000 CONTAR OS FERIADOS MUNICIPAIS DA CIDADE DA  *
      *    AGENCIA. AGENCIA NAO CADASTRADA OU CADASTRO NAO CRIADO      *
      *    DEVOLVE ZEROS (SO FERIADOS NACIONAIS, COMO ANTES)           *
      *----------------------------------------------------------------*
        3956-OBTEM-LOCALIDADE-AGENCIA   SECTION.
      *----------------------------------------------------------------*

           IF WRK-LOC-COD-AGENCIA EQUAL WRK-LOC-ULT-AGENCIA
              GO TO 3956-99-FIM
           END-IF

           MOVE WRK-LOC-COD-AGENCIA    TO WRK-LOC-ULT-AGENCIA
           MOVE ZEROS                  TO WRK-LOC-COD-LOCALIDADE

           IF WRK-SEM-ARQAGE01
              GO TO 3956-99-FIM
           END-IF

           MOVE WRK-LOC-COD-AGENCIA    TO AGE01-COD-AGENCIA

           SET WRK-CN-READ             TO TRUE
           SET WRK-CN-ARQAGE01         TO TRUE
           READ ARQAGE01               KEY IS AGE01-CHAVE

           EVALUATE WRK-FS-ARQAGE01
               WHEN '00'
                    MOVE AGE01-COD-LOCALIDADE TO WRK-LOC-COD-LOCALIDADE
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
        3956-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONVERTE A DATA DE VENCIMENTO DA PARCELA (dd.mm.aaaa) PARA  *
      *    AAAAMMDD EM WRK-DAT-VENC-AMD-NUM, PARA COMPARACAO COM A     *
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQQUI01         TO TRUE

            CLOSE ARQQUI01
            IF NOT WRK-FS-QUI01-OK
               MOVE WRK-FS-ARQQUI01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREJ01         TO TRUE

            CLOSE ARQREJ01
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF NOT WRK-SEM-ARQAGE01
               SET WRK-CN-ARQAGE01      TO TRUE
               CLOSE ARQAGE01
               IF NOT WRK-FS-AGE01-OK
                  MOVE WRK-FS-ARQAGE01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQCRE01         TO TRUE

            CLOSE ARQCRE01
               END-IF
            END-IF

            IF NOT WRK-SEM-ARQPRG01
               SET WRK-CN-ARQPRG01      TO TRUE
               CLOSE ARQPRG01
               IF NOT WRK-FS-PRG01-OK
                  MOVE WRK-FS-ARQPRG01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQSUS01         TO TRUE
            CLOSE ARQSUS01
            IF NOT WRK-FS-SUS01-OK
               MOVE WRK-FS-ARQSUS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF NOT WRK-SEM-ARQBXP01
               SET WRK-CN-ARQBXP01      TO TRUE
               CLOSE ARQBXP01
               IF NOT WRK-FS-BXP01-OK
                  MOVE WRK-FS-ARQBXP01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF

            SET WRK-CN-ARQREC01         TO TRUE
            CLOSE ARQREC01
            IF NOT WRK-FS-REC01-OK
               MOVE WRK-FS-ARQREC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQJUR01         TO TRUE
            CLOSE ARQJUR01
            IF NOT WRK-FS-JUR01-OK
               MOVE WRK-FS-ARQJUR01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 4050-GRAVA-CONTROLE

            PERFORM 4030-REGISTRA-FIM-RUN

            IF WRK-ETAPA-REGISTRADA
               PERFORM 4040-REGISTRA-FIM-ETAPA
            END-IF

            MOVE ACU-LIDOS-ARQENT01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'     
            DISPLAY '* QTDE. LIDOS CADASTRO       : ' WRK-MASK-QTDREG    
            MOVE ACU-GRAVA-ARQSAI08     TO WRK-MASK-QTDREG
            DISPLAY '* QT.MULTAS ATRASO LIQUIDADAS: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-GRAVA-ARQSUS01     TO WRK-MASK-QTDREG
            DISPLAY '* QT.GRAVADOS CONTA SUSPENSE: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LIBERADOS-ARQSUS01 TO WRK-MASK-QTDREG
            DISPLAY '* QT.LIBERADOS DA SUSPENSE  : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-BAIXADOS-ARQSUS01  TO WRK-MASK-QTDREG
            DISPLAY '* QT.BAIXADOS DA SUSPENSE   : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-GRAVA-ARQREC01     TO WRK-MASK-QTDREG
            DISPLAY '* QT.RECUPERACOES DE PERDA  : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-ATUALIZA-ARQBXP01  TO WRK-MASK-QTDREG
            DISPLAY '* QT.ATUALIZADOS BAIXADOS   : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-GRAVA-ARQJUR01     TO WRK-MASK-QTDREG
            DISPLAY '* QT.PARCELAS JUROS/PRINC.  : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-QUITACOES-ANTECIPADAS TO WRK-MASK-QTDREG
            DISPLAY '* QT.QUITACOES ANTECIPADAS  : ' WRK-MASK-QTDREG
                                                         '        *'

            PERFORM 4020-EXIBE-LOTE
                VARYING WRK-IND-SUB-LOTE FROM 1 BY 1
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA NO CONTROLE DA CADEIA O FIM DO BALANCE LINE NA DATA   *
      *    DE PROCESSAMENTO COM O RETURN-CODE (ZERO NO FIM NORMAL DA   *
      *    DATA, 12 QUANDO O PROGRAMA E CANCELADO NO MEIO DELA)        *
      *----------------------------------------------------------------*
        4040-REGISTRA-FIM-ETAPA    SECTION.
      *----------------------------------------------------------------*

            MOVE 'N'                    TO WRK-IND-ETAPA-REGISTRADA
            MOVE FUNCTION CURRENT-DATE  TO WRK-CHN-TIMESTAMP

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQCHN01         TO TRUE
            OPEN I-O ARQCHN01
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-DAT-PROCESSAMENTO  TO CHN01-DAT-PROCESSAMENTO
            MOVE WRK-PROGRAMA           TO CHN01-COD-ETAPA
            SET WRK-CN-READ             TO TRUE
            READ ARQCHN01               KEY IS CHN01-CHAVE
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-CHN-DATA           TO CHN01-DAT-FIM
            MOVE WRK-CHN-HORA           TO CHN01-HOR-FIM
            MOVE WRK-CHN-COD-RETORNO    TO CHN01-COD-RETORNO
            IF WRK-CHN-COD-RETORNO EQUAL ZEROS
               SET CHN01-ETAPA-CONCLUIDA TO TRUE
            ELSE
               SET CHN01-ETAPA-COM-ERRO TO TRUE
            END-IF

            SET WRK-CN-REWRITE          TO TRUE
            REWRITE CHN01-REGISTRO
            IF NOT WRK-FS-CHN01-OK
               MOVE WRK-FS-ARQCHN01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQCHN01
            .

      *----------------------------------------------------------------*
        4040-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA TRAILER DE CONTROLE (QTDE + HASH) DE CADA ARQSAI0X,    *
      *    PARA OS JOBS CONSUMIDORES CONFERIREM A INTEGRIDADE DA CARGA *
      *----------------------------------------------------------------*
        9900-FIM-PROGRAMA         SECTION.
      *----------------------------------------------------------------*
                                                                         
            IF WRK-ETAPA-REGISTRADA
               MOVE 12                  TO WRK-CHN-COD-RETORNO
               PERFORM 4040-REGISTRA-FIM-ETAPA
               MOVE 12                  TO RETURN-CODE
            END-IF

            STOP RUN                                                     
            .                                                            
      *                                                                 
