      *    (HIS01-IND-COBRANCA) - ELA SAI DO TRATAMENTO NORMAL DE      *
      *    NOTIFICACAO DO BALANCE LINE ATE O RETORNO DA AGENCIA        *
      *    (EXER0327). FIM DO BURACO ENTRE COBRANCA E JURIDICO.        *
      *    O EXTRATO LEVA TAMBEM O AVALISTA ATIVO DO CONTRATO          *
      *    (ARQAVL01), PARA A AGENCIA ACIONAR O AVAL.                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHIS01                                  HIS03112
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQAVL01                                  AVL03150
      *      ARQPRT01                                  PRT03112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
                       RECORD KEY       IS PLA01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPLA01.

            SELECT ARQAVL01 ASSIGN      TO UT-S-ARQAVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAVL01.

            SELECT ARQPRT01 ASSIGN      TO UT-S-ARQPRT01
                       FILE STATUS      IS WRK-FS-ARQPRT01.
      *
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQAVL01
            LABEL RECORD   IS STANDARD.
            COPY AVL03150.

        FD  ARQPRT01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQPRT01             PIC X(229).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
        77 ACU-LIDOS-ARQHIS01      PIC  9(007)         VALUE ZEROS.
        77 ACU-REPASSADAS          PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-CADASTRO        PIC  9(007)         VALUE ZEROS.
        77 ACU-COM-AVALISTA        PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-DAT-REFERENCIA      PIC  9(008)         VALUE ZEROS.
        77 WRK-QTD-RUNS-REPASSE    PIC  9(003)         VALUE ZEROS.
        77 WRK-VLR-DEVIDO          PIC  9(011)V99      VALUE ZEROS.
        77 WRK-IND-CONTA-TEM-PLANO PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-TEM-PLANO  VALUE 'S'.
      * CADASTRO DE AVALISTAS AINDA NAO CRIADO - REPASSE SEM AVALISTA
        77 WRK-IND-SEM-ARQAVL01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAVL01     VALUE 'S'.
      *
        01 WRK-CHAVE-HIS.
           03 WRK-HIS-AGEN         PIC  9(004)         VALUE ZEROS.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQAVL01      VALUE 'ARQAVL01'.
           88 WRK-CN-ARQPRT01      VALUE 'ARQPRT01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
              88 WRK-FS-PLA01-OK   VALUE '00'.
              88 WRK-FS-PLA01-FIM  VALUE '10'.
              88 WRK-FS-PLA01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQAVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVL01-OK   VALUE '00'.
              88 WRK-FS-AVL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQPRT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PRT01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQAVL01         TO TRUE
            OPEN INPUT ARQAVL01
            EVALUATE TRUE
                WHEN WRK-FS-AVL01-OK
                     CONTINUE
                WHEN WRK-FS-AVL01-NAO-EXISTE
                     SET WRK-SEM-ARQAVL01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-ARQPRT01         TO TRUE
            OPEN OUTPUT ARQPRT01
            IF NOT WRK-FS-PRT01-OK
            MOVE HIS01-NUM-CONTA        TO PRT01-NUM-CONTA
            MOVE HIS01-NUM-CONTRATO     TO PRT01-NUM-CONTRATO
            MOVE ARQENT01-NOM-CLIENTE   TO PRT01-NOM-CLIENTE
            MOVE ARQENT01-IND-TIPO-PESSOA TO PRT01-IND-TIPO-PESSOA
            MOVE ARQENT01-NUM-DOCUMENTO TO PRT01-NUM-DOCUMENTO
            MOVE WRK-VLR-DEVIDO         TO PRT01-VLR-DEVIDO
            MOVE HIS01-QTD-RUNS-INADIMPLENTE
                                        TO PRT01-QTD-RUNS-INADIMPLENTE
            MOVE WRK-DAT-REFERENCIA     TO PRT01-DAT-REPASSE
            PERFORM 3300-BUSCA-AVALISTA

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQPRT01         TO TRUE
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    BUSCA O AVALISTA ATIVO DO CONTRATO REPASSADO NO CADASTRO DE *
      *    AVALISTAS E O COPIA PARA O EXTRATO DE REPASSE               *
      *----------------------------------------------------------------*
        3300-BUSCA-AVALISTA             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO PRT01-IND-TEM-AVALISTA

            IF WRK-SEM-ARQAVL01
               GO TO 3300-99-FIM
            END-IF

            MOVE HIS01-COD-AGENCIA      TO AVL01-COD-AGENCIA
            MOVE HIS01-NUM-CONTA        TO AVL01-NUM-CONTA
            MOVE HIS01-NUM-CONTRATO     TO AVL01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01                KEY IS AVL01-CHAVE

            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     IF AVL01-AVALISTA-ATIVO
                        MOVE 'S'        TO PRT01-IND-TEM-AVALISTA
                        MOVE AVL01-NOM-AVALISTA
                                        TO PRT01-NOM-AVALISTA
                        MOVE AVL01-IND-TIPO-PESSOA
                                        TO PRT01-IND-TIPO-PESSOA-AVAL
                        MOVE AVL01-NUM-DOCUMENTO
                                        TO PRT01-NUM-DOCUMENTO-AVAL
                        MOVE AVL01-DES-LOGRADOURO
                                        TO PRT01-DES-LOGRADOURO-AVAL
                        MOVE AVL01-NOM-CIDADE
                                        TO PRT01-NOM-CIDADE-AVAL
                        MOVE AVL01-SIG-UF
                                        TO PRT01-SIG-UF-AVAL
                        MOVE AVL01-NUM-CEP
                                        TO PRT01-NUM-CEP-AVAL
                        ADD 1           TO ACU-COM-AVALISTA
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO HISTORICO                   *
      *----------------------------------------------------------------*
        3800-LER-HISTORICO              SECTION.
            CLOSE ARQENT01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            IF NOT WRK-SEM-ARQAVL01
               SET WRK-CN-ARQAVL01       TO TRUE
               CLOSE ARQAVL01
            END-IF
            SET WRK-CN-ARQPRT01          TO TRUE
            CLOSE ARQPRT01
            IF NOT WRK-FS-PRT01-OK
            DISPLAY '* CONTAS REPASSADAS.......: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-CADASTRO        TO WRK-MASK-QTDREG
            DISPLAY '* INATIVAS/SEM CADASTRO...: ' WRK-MASK-QTDREG
            MOVE ACU-COM-AVALISTA        TO WRK-MASK-QTDREG
            DISPLAY '* REPASSADAS COM AVALISTA.: ' WRK-MASK-QTDREG
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
