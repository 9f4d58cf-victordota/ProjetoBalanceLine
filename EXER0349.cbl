      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0349.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: AVISO DE VENCIMENTO - PARA CADA CONTRATO      *
      *    ATIVO DO CADASTRO, LE AS PARCELAS EM ABERTO DO PLANO        *
      *    (ARQPLA01) QUE VENCEM DAQUI A N DIAS (ANTECEDENCIA DO       *
      *    PRODUTO NA TABELA ARQPRD01 OU O DEFAULT DO CARTAO) E GRAVA  *
      *    O EXTRATO DE AVISOS (ARQAVS01) COM O NOME E O ENDERECO DO   *
      *    CLIENTE, O VENCIMENTO, O VALOR E O CREDITO DO ARQCRE01 QUE  *
      *    SERA ABATIDO DA PARCELA. CONTRATO COM ACORDO VIGENTE        *
      *    (ARQACD01) OU JA NA COBRANCA EXTERNA/PROTESTO (ARQHIS01)    *
      *    NAO RECEBE AVISO.                                           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03149
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQPRD01                                  PRD03112
      *      ARQACD01                                  ACD03112
      *      ARQHIS01                                  HIS03112
      *      ARQCRE01                                  CRE03112
      *      ARQAVS01                                  AVS03149
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

            SELECT ARQPRD01 ASSIGN      TO UT-S-ARQPRD01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PRD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPRD01.

            SELECT ARQACD01 ASSIGN      TO UT-S-ARQACD01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ACD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQACD01.

            SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS HIS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQHIS01.

            SELECT ARQCRE01 ASSIGN      TO UT-S-ARQCRE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CRE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCRE01.

            SELECT ARQAVS01 ASSIGN      TO UT-S-ARQAVS01
                       FILE STATUS      IS WRK-FS-ARQAVS01.
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
        01 FD-ARQPARM              PIC X(14).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQPLA01
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQPRD01
            LABEL RECORD   IS STANDARD.
            COPY PRD03112.

        FD  ARQACD01
            LABEL RECORD   IS STANDARD.
            COPY ACD03112.

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            COPY HIS03112.

        FD  ARQCRE01
            LABEL RECORD   IS STANDARD.
            COPY CRE03112.

        FD  ARQAVS01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQAVS01             PIC X(177).
      *
      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS'.
      *----------------------------------------------------------------*
      *
            COPY PAR03149.
            COPY AVS03149.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DA TABELA DE ANTECEDENCIA POR PRODUTO'.
      *----------------------------------------------------------------*
      *
      * UMA OCORRENCIA POR PRODUTO (COD-PRODUTO + 1 - A PRIMEIRA E O
      * CONTRATO SEM PRODUTO), MONTADA NA PRIMEIRA VEZ QUE O PRODUTO
      * APARECE NO CADASTRO, COM A FAIXA DE VENCIMENTOS A AVISAR
        01 WRK-TAB-PRODUTOS.
           03 WRK-PRO-OCORRENCIA   OCCURS 1000 TIMES.
              05 WRK-PRO-VISTA     PIC  X(001).
              05 WRK-PRO-QTDE-DIAS PIC  9(003).
              05 WRK-PRO-DAT-ALVO-INI PIC 9(008).
              05 WRK-PRO-DAT-ALVO-FIM PIC 9(008).
      *
        77 WRK-IND-SUB-PRO         PIC  9(004)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0349'.
        77 ACU-LIDOS-ARQENT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-ACORDO    PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-COBRANCA  PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTRATOS-SEM-AVISO PIC  9(007)         VALUE ZEROS.
        77 ACU-GRAVA-ARQAVS01      PIC  9(007)         VALUE ZEROS.
        77 ACU-VLR-PARCELAS        PIC  9(013)V99      VALUE ZEROS.
        77 ACU-VLR-CREDITO-APLICAR PIC  9(013)V99      VALUE ZEROS.
      *
      * PARAMETROS DO RUN (VIDE PAR03149)
        77 WRK-DAT-PROCESSAMENTO   PIC  9(008)         VALUE ZEROS.
      *
      * ARQUIVOS OPCIONAIS AINDA NAO CRIADOS
        77 WRK-IND-SEM-ARQACD01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQACD01     VALUE 'S'.
        77 WRK-IND-SEM-ARQHIS01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQHIS01     VALUE 'S'.
        77 WRK-IND-SEM-ARQCRE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQCRE01     VALUE 'S'.
      *
        77 WRK-IND-REPETE-LEITURA-CAD PIC X(001)       VALUE 'N'.
           88 WRK-REPETE-LEITURA-CAD VALUE 'S'.
        77 WRK-IND-CONTRATO-EXCLUIDO PIC X(001)        VALUE 'N'.
           88 WRK-CONTRATO-EXCLUIDO VALUE 'S'.
      *
      * SALDO CREDOR DA CONTA AINDA NAO COMPROMETIDO NOS AVISOS DO RUN
        01 WRK-CRE-CHAVE-ANT.
           03 WRK-CRE-COD-AGENCIA-ANT PIC 9(004)       VALUE ZEROS.
           03 WRK-CRE-NUM-CONTA-ANT PIC 9(008)         VALUE ZEROS.
        77 WRK-VLR-CREDITO-SALDO   PIC  9(009)V99      VALUE ZEROS.
        77 WRK-VLR-CREDITO-APLICAR PIC  9(009)V99      VALUE ZEROS.
      *
      * ARITMETICA DE DATAS (DATA DO RUN + DIAS CORRIDOS)
        01 WRK-DAT-PROXIMA.
           03 WRK-PROX-ANO         PIC  9(004)         VALUE ZEROS.
           03 WRK-PROX-MES         PIC  9(002)         VALUE ZEROS.
           03 WRK-PROX-DIA         PIC  9(002)         VALUE ZEROS.
        01 WRK-DAT-PROXIMA-NUM REDEFINES WRK-DAT-PROXIMA
                                   PIC  9(008).
        77 WRK-QTDE-DIAS-MES       PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-SUB-DIA         PIC  9(003)         VALUE ZEROS.
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
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQPRD01      VALUE 'ARQPRD01'.
           88 WRK-CN-ARQACD01      VALUE 'ARQACD01'.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQCRE01      VALUE 'ARQCRE01'.
           88 WRK-CN-ARQAVS01      VALUE 'ARQAVS01'.
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
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-FIM  VALUE '10'.
           05 WRK-FS-ARQPLA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
              88 WRK-FS-PLA01-FIM  VALUE '10'.
           05 WRK-FS-ARQPRD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRD01-OK   VALUE '00'.
              88 WRK-FS-PRD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQACD01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ACD01-OK   VALUE '00'.
              88 WRK-FS-ACD01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HIS01-OK   VALUE '00'.
              88 WRK-FS-HIS01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQCRE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CRE01-OK   VALUE '00'.
              88 WRK-FS-CRE01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQAVS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVS01-OK   VALUE '00'.
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
            PERFORM 3000-PROCESSA-CONTRATO
                UNTIL WRK-FS-ENT01-FIM
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

            MOVE PARM20-DAT-PROCESSAMENTO TO WRK-DAT-PROCESSAMENTO
            IF WRK-DAT-PROCESSAMENTO EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO WRK-DAT-PROCESSAMENTO
            END-IF

            PERFORM 1000-10-ZERA-PRODUTO
                VARYING WRK-IND-SUB-PRO FROM 1 BY 1
                UNTIL WRK-IND-SUB-PRO GREATER 1000

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

            SET WRK-CN-ARQPRD01         TO TRUE
            OPEN INPUT ARQPRD01
            IF NOT WRK-FS-PRD01-OK
               MOVE WRK-FS-ARQPRD01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

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

            SET WRK-CN-ARQAVS01         TO TRUE
            OPEN OUTPUT ARQAVS01
            IF NOT WRK-FS-AVS01-OK
               MOVE WRK-FS-ARQAVS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-10-ZERA-PRODUTO            SECTION.
      *----------------------------------------------------------------*
            MOVE 'N'          TO WRK-PRO-VISTA (WRK-IND-SUB-PRO)
            MOVE ZEROS        TO WRK-PRO-QTDE-DIAS (WRK-IND-SUB-PRO)
                                 WRK-PRO-DAT-ALVO-INI (WRK-IND-SUB-PRO)
                                 WRK-PRO-DAT-ALVO-FIM (WRK-IND-SUB-PRO)
            .
      *----------------------------------------------------------------*
        1000-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LEITURA DO CARTAO DE PARAMETROS (OPCIONAL - SEM CARTAO,     *
      *    DATA CORRENTE E SO OS PRODUTOS COM ANTECEDENCIA NA TABELA)  *
      *----------------------------------------------------------------*
        1100-LER-PARAMETROS              SECTION.
      *----------------------------------------------------------------*
      *
            OPEN INPUT ARQPARM
            SET WRK-CN-ARQPARM          TO TRUE

            IF WRK-FS-PARM-OK
               SET WRK-CN-READ          TO TRUE
               READ ARQPARM             INTO PARM20-REGISTRO

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
      *    PROCESSA UM CONTRATO ATIVO - SEM ACORDO VIGENTE E FORA DA   *
      *    COBRANCA EXTERNA, PROCURA NO PLANO AS PARCELAS A AVISAR     *
      *----------------------------------------------------------------*
        3000-PROCESSA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CONTRATO-EXCLUIDO

            PERFORM 3100-VERIFICA-ACORDO

            IF NOT WRK-CONTRATO-EXCLUIDO
               PERFORM 3150-VERIFICA-COBRANCA
            END-IF

            IF NOT WRK-CONTRATO-EXCLUIDO
               PERFORM 3200-OBTEM-PRAZO-PRODUTO
               IF WRK-PRO-QTDE-DIAS (WRK-IND-SUB-PRO) EQUAL ZEROS
                  ADD 1                 TO ACU-CONTRATOS-SEM-AVISO
               ELSE
                  PERFORM 3300-VARRE-PLANO
               END-IF
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
      *    ACORDO ATIVO COM A DATA PROMETIDA AINDA NAO PASSADA (MESMA  *
      *    REGRA DO BALANCE LINE) - O CLIENTE JA NEGOCIOU O PAGAMENTO  *
      *----------------------------------------------------------------*
        3100-VERIFICA-ACORDO            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQACD01
               GO TO 3100-99-FIM
            END-IF

            MOVE ARQENT01-COD-AGENCIA   TO ACD01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO ACD01-NUM-CONTA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQACD01         TO TRUE
            READ ARQACD01                KEY IS ACD01-CHAVE

            EVALUATE WRK-FS-ARQACD01
                WHEN '00'
                     IF ACD01-ACORDO-ATIVO
                        AND ACD01-DAT-PROMESSA
                            NOT LESS WRK-DAT-PROCESSAMENTO
                        SET WRK-CONTRATO-EXCLUIDO TO TRUE
                        ADD 1 TO ACU-CONTRATOS-ACORDO
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQACD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONTRATO REPASSADO A AGENCIA DE COBRANCA, PROTESTADO OU     *
      *    DEVOLVIDO INCOBRAVEL (HIS01-IND-COBRANCA) NAO RECEBE AVISO  *
      *----------------------------------------------------------------*
        3150-VERIFICA-COBRANCA          SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQHIS01
               GO TO 3150-99-FIM
            END-IF

            MOVE ARQENT01-COD-AGENCIA   TO HIS01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO HIS01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO HIS01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            READ ARQHIS01                KEY IS HIS01-CHAVE

            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     IF NOT HIS01-COBRANCA-NORMAL
                        SET WRK-CONTRATO-EXCLUIDO TO TRUE
                        ADD 1 TO ACU-CONTRATOS-COBRANCA
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
        3150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    POSICIONA A OCORRENCIA DO PRODUTO DO CONTRATO NA TABELA -   *
      *    NA PRIMEIRA VEZ BUSCA A ANTECEDENCIA VIGENTE NO ARQPRD01 E  *
      *    CALCULA A FAIXA DE VENCIMENTOS A AVISAR                     *
      *----------------------------------------------------------------*
        3200-OBTEM-PRAZO-PRODUTO        SECTION.
      *----------------------------------------------------------------*
      *
            COMPUTE WRK-IND-SUB-PRO = ARQENT01-COD-PRODUTO + 1

            IF WRK-PRO-VISTA (WRK-IND-SUB-PRO) EQUAL 'S'
               GO TO 3200-99-FIM
            END-IF

            MOVE 'S'                TO WRK-PRO-VISTA (WRK-IND-SUB-PRO)
            MOVE PARM20-QTDE-DIAS-AVISO-DFT
                                TO WRK-PRO-QTDE-DIAS (WRK-IND-SUB-PRO)

            IF ARQENT01-COD-PRODUTO GREATER ZEROS
               MOVE ARQENT01-COD-PRODUTO TO PRD01-COD-PRODUTO
               MOVE ZEROS                TO PRD01-DAT-INI-VIGENCIA

               SET WRK-CN-READ           TO TRUE
               SET WRK-CN-ARQPRD01       TO TRUE
               START ARQPRD01 KEY GREATER PRD01-CHAVE

               EVALUATE WRK-FS-ARQPRD01
                   WHEN '00'
                        PERFORM 3200-10-PROCURA-VIGENCIA
                            UNTIL NOT WRK-FS-PRD01-OK
                   WHEN '23'
                        CONTINUE
                   WHEN OTHER
                        MOVE WRK-FS-ARQPRD01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
               END-EVALUATE
            END-IF

            MOVE WRK-DAT-PROCESSAMENTO  TO WRK-DAT-PROXIMA-NUM
            PERFORM 3200-20-AVANCA-DIA
                VARYING WRK-IND-SUB-DIA FROM 1 BY 1
                UNTIL WRK-IND-SUB-DIA
                          GREATER WRK-PRO-QTDE-DIAS (WRK-IND-SUB-PRO)
            MOVE WRK-DAT-PROXIMA-NUM
                              TO WRK-PRO-DAT-ALVO-INI (WRK-IND-SUB-PRO)

            PERFORM 3200-20-AVANCA-DIA
                VARYING WRK-IND-SUB-DIA FROM 1 BY 1
                UNTIL WRK-IND-SUB-DIA GREATER PARM20-QTDE-DIAS-JANELA
            MOVE WRK-DAT-PROXIMA-NUM
                              TO WRK-PRO-DAT-ALVO-FIM (WRK-IND-SUB-PRO)
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCURA A VIGENCIA DO PRODUTO QUE COBRE A DATA DO RUN -     *
      *    ANTECEDENCIA ZERADA NA TABELA MANTEM O DEFAULT DO CARTAO    *
      *----------------------------------------------------------------*
        3200-10-PROCURA-VIGENCIA        SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPRD01         TO TRUE
            READ ARQPRD01               NEXT RECORD

            EVALUATE WRK-FS-ARQPRD01
                WHEN '00'
                     IF PRD01-COD-PRODUTO
                                NOT EQUAL ARQENT01-COD-PRODUTO
                        OR PRD01-DAT-INI-VIGENCIA
                                GREATER WRK-DAT-PROCESSAMENTO
      * PASSOU DO PRODUTO OU DA DATA - ENCERRA A VARREDURA
                        MOVE '10'       TO WRK-FS-ARQPRD01
                     ELSE
                        IF PRD01-DAT-FIM-VIGENCIA
                                NOT LESS WRK-DAT-PROCESSAMENTO
                           AND PRD01-QTDE-DIAS-AVISO-VENC
                                GREATER ZEROS
                           MOVE PRD01-QTDE-DIAS-AVISO-VENC
                                TO WRK-PRO-QTDE-DIAS (WRK-IND-SUB-PRO)
                        END-IF
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPRD01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    AVANCA A DATA DE TRABALHO PARA O DIA SEGUINTE DO CALENDARIO *
      *----------------------------------------------------------------*
        3200-20-AVANCA-DIA              SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE WRK-PROX-MES
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
                     IF FUNCTION MOD(WRK-PROX-ANO 4) EQUAL ZEROS
                        AND (FUNCTION MOD(WRK-PROX-ANO 100)
                                    NOT EQUAL ZEROS
                         OR FUNCTION MOD(WRK-PROX-ANO 400)
                                    EQUAL ZEROS)
                        MOVE 29         TO WRK-QTDE-DIAS-MES
                     ELSE
                        MOVE 28         TO WRK-QTDE-DIAS-MES
                     END-IF
            END-EVALUATE
      *
            ADD 1                       TO WRK-PROX-DIA
            IF WRK-PROX-DIA GREATER WRK-QTDE-DIAS-MES
               MOVE 1                   TO WRK-PROX-DIA
               ADD 1                    TO WRK-PROX-MES
               IF WRK-PROX-MES GREATER 12
                  MOVE 1                TO WRK-PROX-MES
                  ADD 1                 TO WRK-PROX-ANO
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3200-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    VARRE AS PARCELAS DO PLANO DO CONTRATO A PARTIR DA PRIMEIRA *
      *----------------------------------------------------------------*
        3300-VARRE-PLANO                SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ARQENT01-COD-AGENCIA   TO PLA01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO PLA01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO PLA01-NUM-CONTRATO
            MOVE ZEROS                  TO PLA01-NUM-PARCELA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPLA01         TO TRUE
            START ARQPLA01 KEY GREATER PLA01-CHAVE

            EVALUATE WRK-FS-ARQPLA01
                WHEN '00'
                     PERFORM 3300-10-LER-PARCELA
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
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3300-10-LER-PARCELA             SECTION.
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
                        IF PLA01-PARCELA-ABERTA
                           PERFORM 3400-AVALIA-PARCELA
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
        3300-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PARCELA EM ABERTO QUE VENCE NA FAIXA DO PRODUTO - ABATE O   *
      *    SALDO CREDOR DA CONTA AINDA DISPONIVEL E GRAVA O AVISO      *
      *----------------------------------------------------------------*
        3400-AVALIA-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE PLA01-DAT-VENCIMENTO   TO WRK-DAT-VENC-EDIT
            MOVE WRK-VENC-EDIT-ANO      TO WRK-VENC-AMD-ANO
            MOVE WRK-VENC-EDIT-MES      TO WRK-VENC-AMD-MES
            MOVE WRK-VENC-EDIT-DIA      TO WRK-VENC-AMD-DIA

            IF WRK-DAT-VENC-AMD-NUM
                         LESS WRK-PRO-DAT-ALVO-INI (WRK-IND-SUB-PRO)
               OR WRK-DAT-VENC-AMD-NUM
                         GREATER WRK-PRO-DAT-ALVO-FIM (WRK-IND-SUB-PRO)
               GO TO 3400-99-FIM
            END-IF

            IF ARQENT01-COD-AGENCIA NOT EQUAL WRK-CRE-COD-AGENCIA-ANT
               OR ARQENT01-NUM-CONTA NOT EQUAL WRK-CRE-NUM-CONTA-ANT
               PERFORM 3450-OBTEM-CREDITO
            END-IF

            IF WRK-VLR-CREDITO-SALDO GREATER PLA01-VLR-PARCELA
               MOVE PLA01-VLR-PARCELA   TO WRK-VLR-CREDITO-APLICAR
            ELSE
               MOVE WRK-VLR-CREDITO-SALDO TO WRK-VLR-CREDITO-APLICAR
            END-IF
            SUBTRACT WRK-VLR-CREDITO-APLICAR FROM WRK-VLR-CREDITO-SALDO

            INITIALIZE                  AVS01-REGISTRO
            MOVE PLA01-COD-AGENCIA      TO AVS01-COD-AGENCIA
            MOVE PLA01-NUM-CONTA        TO AVS01-NUM-CONTA
            MOVE PLA01-NUM-CONTRATO     TO AVS01-NUM-CONTRATO
            MOVE PLA01-NUM-PARCELA      TO AVS01-NUM-PARCELA
            MOVE ARQENT01-NOM-CLIENTE   TO AVS01-NOM-CLIENTE
            MOVE ARQENT01-DES-LOGRADOURO TO AVS01-DES-LOGRADOURO
            MOVE ARQENT01-NOM-CIDADE    TO AVS01-NOM-CIDADE
            MOVE ARQENT01-SIG-UF        TO AVS01-SIG-UF
            MOVE ARQENT01-NUM-CEP       TO AVS01-NUM-CEP
            MOVE WRK-DAT-VENC-AMD-NUM   TO AVS01-DAT-VENCIMENTO
            MOVE PLA01-VLR-PARCELA      TO AVS01-VLR-PARCELA
            MOVE WRK-VLR-CREDITO-APLICAR TO AVS01-VLR-CREDITO-APLICAR
            COMPUTE AVS01-VLR-A-PAGAR   = PLA01-VLR-PARCELA
                                        - WRK-VLR-CREDITO-APLICAR
            IF ARQENT01-COM-DEB-AUTOMATICO
               MOVE 'S'                 TO AVS01-IND-DEB-AUTOMATICO
            ELSE
               MOVE 'N'                 TO AVS01-IND-DEB-AUTOMATICO
            END-IF
            MOVE WRK-DAT-PROCESSAMENTO  TO AVS01-DAT-PROCESSAMENTO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQAVS01         TO TRUE
            WRITE FD-ARQAVS01           FROM AVS01-REGISTRO
            IF NOT WRK-FS-AVS01-OK
               MOVE WRK-FS-ARQAVS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD 1                       TO ACU-GRAVA-ARQAVS01
            ADD PLA01-VLR-PARCELA       TO ACU-VLR-PARCELAS
            ADD WRK-VLR-CREDITO-APLICAR TO ACU-VLR-CREDITO-APLICAR
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARREGA O SALDO CREDOR DA CONTA (ARQCRE01) - O SALDO E DA   *
      *    CONTA E VAI SENDO COMPROMETIDO NOS AVISOS DOS CONTRATOS DA  *
      *    MESMA CONTA, NA ORDEM DOS VENCIMENTOS LIDOS                 *
      *----------------------------------------------------------------*
        3450-OBTEM-CREDITO              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ARQENT01-COD-AGENCIA   TO WRK-CRE-COD-AGENCIA-ANT
            MOVE ARQENT01-NUM-CONTA     TO WRK-CRE-NUM-CONTA-ANT
            MOVE ZEROS                  TO WRK-VLR-CREDITO-SALDO

            IF WRK-SEM-ARQCRE01
               GO TO 3450-99-FIM
            END-IF

            MOVE ARQENT01-COD-AGENCIA   TO CRE01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO CRE01-NUM-CONTA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            READ ARQCRE01                KEY IS CRE01-CHAVE

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     MOVE CRE01-VLR-CREDITO TO WRK-VLR-CREDITO-SALDO
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3450-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO CONTRATO ATIVO DO CADASTRO (CONTA INATIVA E    *
      *    IGNORADA)                                                   *
      *----------------------------------------------------------------*
        3800-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'S'                    TO WRK-IND-REPETE-LEITURA-CAD

            PERFORM 3800-10-LER-UM-CADASTRO
                    WITH TEST AFTER
                    UNTIL NOT WRK-REPETE-LEITURA-CAD
            .
      *
      *----------------------------------------------------------------*
        3800-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        3800-10-LER-UM-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-REPETE-LEITURA-CAD

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQENT01
                     IF ARQENT01-CONTA-INATIVA
                        MOVE 'S' TO WRK-IND-REPETE-LEITURA-CAD
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
        3800-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FECHA OS ARQUIVOS E EXIBE O RESUMO DO PROCESSAMENTO         *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            SET WRK-CN-ARQPRD01          TO TRUE
            CLOSE ARQPRD01
            IF NOT WRK-SEM-ARQACD01
               SET WRK-CN-ARQACD01       TO TRUE
               CLOSE ARQACD01
            END-IF
            IF NOT WRK-SEM-ARQHIS01
               SET WRK-CN-ARQHIS01       TO TRUE
               CLOSE ARQHIS01
            END-IF
            IF NOT WRK-SEM-ARQCRE01
               SET WRK-CN-ARQCRE01       TO TRUE
               CLOSE ARQCRE01
            END-IF
            SET WRK-CN-ARQAVS01          TO TRUE
            CLOSE ARQAVS01
            IF NOT WRK-FS-AVS01-OK
               MOVE WRK-FS-ARQAVS01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0349        *'
            DISPLAY '* DATA DO PROCESSAMENTO...: ' WRK-DAT-PROCESSAMENTO
            DISPLAY '* CADASTROS LIDOS.........: ' ACU-LIDOS-ARQENT01
            DISPLAY '* COM ACORDO VIGENTE......: ' ACU-CONTRATOS-ACORDO
            DISPLAY '* EM COBRANCA EXTERNA.....: '
                                            ACU-CONTRATOS-COBRANCA
            DISPLAY '* PRODUTO SEM AVISO.......: '
                                            ACU-CONTRATOS-SEM-AVISO
            DISPLAY '* AVISOS GRAVADOS ARQAVS01: ' ACU-GRAVA-ARQAVS01
            DISPLAY '* VALOR DAS PARCELAS......: ' ACU-VLR-PARCELAS
            DISPLAY '* CREDITO A ABATER........: '
                                            ACU-VLR-CREDITO-APLICAR
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
            DISPLAY '*       ERRO EM OPERAÇÃO COM ARQUIVOS          *'
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
