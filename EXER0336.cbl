      *    DE PERDA (ARQWOL01, BOOK WOL03122) QUE A INTERFACE          *
      *    CONTABIL (EXER0322) LANCA COMO 'PRD'. PROPOSTA RECUSADA OU  *
      *    SEM DECISAO E SO LISTADA. A CONTA BAIXADA SAI DO BALANCE    *
      *    LINE E DOS NUMEROS DA CARTEIRA. O CONTRATO BAIXADO E        *
      *    REGISTRADO NO CADASTRO DE BAIXADOS (ARQBXP01), ONDE O       *
      *    EXER0312 ACUMULA AS RECUPERACOES RECEBIDAS DEPOIS DA BAIXA. *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPLA01                                  PLA03112
      *      ARQATR01                                  ATR03112
      *      ARQWOL01                                  WOL03122
      *      ARQBXP01                                  BXP03136
      *      ARQLST01                                  LST03136
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
            SELECT ARQWOL01 ASSIGN      TO UT-S-ARQWOL01
                       FILE STATUS      IS WRK-FS-ARQWOL01.

            SELECT ARQBXP01 ASSIGN      TO UT-S-ARQBXP01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS BXP01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQBXP01.

            SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                       FILE STATUS      IS WRK-FS-ARQLST01.
      *
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQWOL01             PIC X(25).

        FD  ARQBXP01
            LABEL RECORD   IS STANDARD.
            COPY BXP03136.

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
        77 ACU-SEM-DECISAO         PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-TOT-VLR-PERDA       PIC  9(013)V99      VALUE ZEROS.
        77 ACU-GRAVA-ARQBXP01      PIC  9(005)         VALUE ZEROS.
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
        77 WRK-VLR-PERDA           PIC  9(011)V99      VALUE ZEROS.
        77 WRK-COD-PRODUTO         PIC  9(003)         VALUE ZEROS.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQATR01      VALUE 'ARQATR01'.
           88 WRK-CN-ARQWOL01      VALUE 'ARQWOL01'.
           88 WRK-CN-ARQBXP01      VALUE 'ARQBXP01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
              88 WRK-FS-ATR01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQWOL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-WOL01-OK   VALUE '00'.
           05 WRK-FS-ARQBXP01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-BXP01-OK   VALUE '00'.
              88 WRK-FS-BXP01-DUPLICADO VALUE '22'.
              88 WRK-FS-BXP01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LST01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

      * CADASTRO DE BAIXADOS AINDA NAO CRIADO - CRIA VAZIO
            SET WRK-CN-ARQBXP01         TO TRUE
            OPEN I-O ARQBXP01
            IF WRK-FS-BXP01-NAO-EXISTE
               OPEN OUTPUT ARQBXP01
               IF WRK-FS-BXP01-OK
                  CLOSE ARQBXP01
                  OPEN I-O ARQBXP01
               END-IF
            END-IF
            IF NOT WRK-FS-BXP01-OK
               MOVE WRK-FS-ARQBXP01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01         TO TRUE
            OPEN OUTPUT ARQLST01
            IF NOT WRK-FS-LST01-OK
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE ARQENT01-COD-PRODUTO   TO WRK-COD-PRODUTO
            MOVE 'I'                    TO ARQENT01-IND-SITUACAO
            MOVE WRK-RUN-DATA           TO ARQENT01-DAT-INATIVACAO
            SET WRK-CN-REWRITE          TO TRUE
            END-IF

            ADD WRK-VLR-PERDA           TO ACU-TOT-VLR-PERDA

            PERFORM 3410-REGISTRA-BAIXADO
            .
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REGISTRA O CONTRATO NO CADASTRO DE BAIXADOS COM O VALOR     *
      *    LEVADO A PERDA. CONTRATO JA REGISTRADO (REATIVADO E BAIXADO *
      *    DE NOVO) SOMA A NOVA PERDA E MANTEM AS RECUPERACOES         *
      *----------------------------------------------------------------*
        3410-REGISTRA-BAIXADO           SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  BXP01-REGISTRO
            MOVE WOF01-COD-AGENCIA      TO BXP01-COD-AGENCIA
            MOVE WOF01-NUM-CONTA        TO BXP01-NUM-CONTA
            MOVE WOF01-NUM-CONTRATO     TO BXP01-NUM-CONTRATO
            MOVE WRK-COD-PRODUTO        TO BXP01-COD-PRODUTO
            MOVE WRK-RUN-DATA           TO BXP01-DAT-BAIXA
            MOVE WRK-VLR-PERDA          TO BXP01-VLR-BAIXADO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQBXP01         TO TRUE
            WRITE BXP01-REGISTRO

            EVALUATE WRK-FS-ARQBXP01
                WHEN '00'
                     ADD 1              TO ACU-GRAVA-ARQBXP01
                WHEN '22'
                     SET WRK-CN-READ    TO TRUE
                     READ ARQBXP01      KEY IS BXP01-CHAVE
                     IF NOT WRK-FS-BXP01-OK
                        MOVE WRK-FS-ARQBXP01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     MOVE WRK-COD-PRODUTO TO BXP01-COD-PRODUTO
                     MOVE WRK-RUN-DATA  TO BXP01-DAT-BAIXA
                     ADD WRK-VLR-PERDA  TO BXP01-VLR-BAIXADO
                     SET WRK-CN-REWRITE TO TRUE
                     REWRITE BXP01-REGISTRO
                     IF NOT WRK-FS-BXP01-OK
                        MOVE WRK-FS-ARQBXP01 TO WRK-FS-DISPLAY
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1              TO ACU-GRAVA-ARQBXP01
                WHEN OTHER
                     MOVE WRK-FS-ARQBXP01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3410-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO RETORNO DO RISCO                       *
      *----------------------------------------------------------------*
        3800-LER-APROVACAO              SECTION.
            END-IF
            SET WRK-CN-ARQWOL01          TO TRUE
            CLOSE ARQWOL01
            SET WRK-CN-ARQBXP01          TO TRUE
            CLOSE ARQBXP01
            IF NOT WRK-FS-BXP01-OK
               MOVE WRK-FS-ARQBXP01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
            DISPLAY '* SEM DECISAO.............: ' ACU-SEM-DECISAO
            DISPLAY '* REJEITADAS..............: ' ACU-REJEITADOS
            DISPLAY '* VALOR TOTAL DA PERDA....: ' ACU-TOT-VLR-PERDA
            DISPLAY '* CONTRATOS REG. BAIXADOS.: ' ACU-GRAVA-ARQBXP01
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
