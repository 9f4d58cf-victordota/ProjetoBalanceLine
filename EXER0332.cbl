      *    (ARQCRT01), IMPRIME NUM UNICO DEMONSTRATIVO: O REGISTRO DO  *
      *    CADASTRO (ARQENT01, COM ENDERECO), O PLANO DE PARCELAS      *
      *    COMPLETO (ARQPLA01) COM SUBTOTAIS DE ABERTAS E PAGAS, O     *
      *    AVALISTA DO CONTRATO (ARQAVL01), O                          *
      *    ESTADO DE CLASSIFICACAO E A ESCALADA DE COBRANCA DO         *
      *    HISTORICO (ARQHIS01) E AS DECISOES RECENTES DA TRILHA DE    *
      *    AUDITORIA (ARQLOG01) E DO LOG DE ALTERACOES DO CADASTRO     *
      *      ARQCRT01                                  (AGENCIA+CONTA)
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQAVL01                                  AVL03150
      *      ARQHIS01                                  HIS03112
      *      ARQLOG01                                  LOG03112
      *      ARQAUD01                                  AUD03113
                       RECORD KEY       IS PLA01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPLA01.

            SELECT ARQAVL01 ASSIGN      TO UT-S-ARQAVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAVL01.

            SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
            LABEL RECORD   IS STANDARD.
            COPY PLA03112.

        FD  ARQAVL01
            LABEL RECORD   IS STANDARD.
            COPY AVL03150.

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            COPY HIS03112.
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQAUD01             PIC X(469).

        FD  ARQREL01
            RECORDING MODE IS F
           88 WRK-TEM-CONTRATO     VALUE 'S'.
        77 WRK-IND-FIM-CONTRATOS   PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-CONTRATOS    VALUE 'S'.
      * CADASTRO DE AVALISTAS AINDA NAO CRIADO - BLOCO NAO IMPRESSO
        77 WRK-IND-SEM-ARQAVL01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAVL01     VALUE 'S'.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQCRT01      VALUE 'ARQCRT01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQAVL01      VALUE 'ARQAVL01'.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQLOG01      VALUE 'ARQLOG01'.
           88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
              88 WRK-FS-PLA01-OK   VALUE '00'.
              88 WRK-FS-PLA01-FIM  VALUE '10'.
              88 WRK-FS-PLA01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQAVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AVL01-OK   VALUE '00'.
              88 WRK-FS-AVL01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HIS01-OK   VALUE '00'.
              88 WRK-FS-HIS01-NAO-ENCONTRADO VALUE '23'.
           03 FILLER               PIC  X(005) VALUE ' CEP '.
           03 REL-END-CEP          PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(046) VALUE SPACES.
      *
        01 REL-LINHA-AVALISTA.
           03 FILLER               PIC  X(010) VALUE 'AVALISTA: '.
           03 REL-AVL-NOME         PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(006) VALUE ' TIPO '.
           03 REL-AVL-TIPO-PESSOA  PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(010) VALUE ' CPF/CNPJ '.
           03 REL-AVL-DOCUMENTO    PIC  9(014) VALUE ZEROS.
           03 FILLER               PIC  X(006) VALUE ' SIT. '.
           03 REL-AVL-SITUACAO     PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(044) VALUE SPACES.
      *
        01 REL-LINHA-PARCELA.
           03 FILLER               PIC  X(009) VALUE 'PARCELA  '.
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

            SET WRK-CN-ARQHIS01         TO TRUE
            OPEN INPUT ARQHIS01
            IF NOT WRK-FS-HIS01-OK
                        AND ARQENT01-NUM-CONTA EQUAL CRT01-NUM-CONTA
                        SET WRK-TEM-CONTRATO TO TRUE
                        PERFORM 3100-IMPRIME-CADASTRO
                        PERFORM 3150-IMPRIME-AVALISTA
                        PERFORM 3200-IMPRIME-PLANO
                        PERFORM 3300-IMPRIME-HISTORICO
                     ELSE
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O AVALISTA DO CONTRATO CORRENTE (CADASTRO DE        *
      *    AVALISTAS) COM O SEU ENDERECO - CONTRATO SEM AVALISTA NAO   *
      *    IMPRIME NADA; AVALISTA EXCLUIDO SAI COM A SITUACAO 'I'      *
      *----------------------------------------------------------------*
        3150-IMPRIME-AVALISTA           SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-SEM-ARQAVL01
               GO TO 3150-99-FIM
            END-IF

            MOVE ARQENT01-COD-AGENCIA   TO AVL01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO AVL01-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO AVL01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAVL01         TO TRUE
            READ ARQAVL01                KEY IS AVL01-CHAVE

            EVALUATE WRK-FS-ARQAVL01
                WHEN '00'
                     MOVE AVL01-NOM-AVALISTA    TO REL-AVL-NOME
                     MOVE AVL01-IND-TIPO-PESSOA TO REL-AVL-TIPO-PESSOA
                     MOVE AVL01-NUM-DOCUMENTO   TO REL-AVL-DOCUMENTO
                     MOVE AVL01-IND-SITUACAO    TO REL-AVL-SITUACAO
                     MOVE REL-LINHA-AVALISTA    TO FD-ARQREL01
                     PERFORM 3900-GRAVA-LINHA
                     MOVE AVL01-DES-LOGRADOURO  TO REL-END-LOGRADOURO
                     MOVE AVL01-NOM-CIDADE      TO REL-END-CIDADE
                     MOVE AVL01-SIG-UF          TO REL-END-UF
                     MOVE AVL01-NUM-CEP         TO REL-END-CEP
                     MOVE REL-LINHA-ENDERECO    TO FD-ARQREL01
                     PERFORM 3900-GRAVA-LINHA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAVL01 TO WRK-FS-DISPLAY
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
      *    IMPRIME O PLANO DE PARCELAS COMPLETO DA CONTA CONSULTADA,   *
      *    COM SUBTOTAIS DE PARCELAS ABERTAS E PAGAS                   *
      *----------------------------------------------------------------*
            CLOSE ARQENT01
            SET WRK-CN-ARQPLA01          TO TRUE
            CLOSE ARQPLA01
            IF NOT WRK-SEM-ARQAVL01
               SET WRK-CN-ARQAVL01       TO TRUE
               CLOSE ARQAVL01
            END-IF
            SET WRK-CN-ARQHIS01          TO TRUE
            CLOSE ARQHIS01
            SET WRK-CN-ARQREL01          TO TRUE
