      *    NO HISTORICO; CONTA DEVOLVIDA INCOBRAVEL ('D') RECEBE A     *
      *    SITUACAO 'I' (CANDIDATA A PERDA). CADA RETORNO SAI NA       *
      *    LISTAGEM COM O DESFECHO APLICADO OU O MOTIVO DA REJEICAO.   *
      *    A CONTA LIQUIDADA TAMBEM VAI PARA O LOG ACUMULADO DE        *
      *    LIQUIDACOES NA ASSESSORIA (ARQLIQ01), COM O VENCIMENTO MAIS *
      *    ANTIGO EM ABERTO - BASE DA COMISSAO CALCULADA NO EXER0358.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT03112
      *      ARQPLA01                                  PLA03112
      *      ARQLST01                                  LST03127
      *      ARQLIQ01                                  LIQ03158
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *

            SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                       FILE STATUS      IS WRK-FS-ARQLST01.

            SELECT ARQLIQ01 ASSIGN      TO UT-S-ARQLIQ01
                       FILE STATUS      IS WRK-FS-ARQLIQ01.
      *
      *================================================================*
        DATA                            DIVISION.
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQRET01             PIC X(42).

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLST01             PIC X(84).

        FD  ARQLIQ01
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQLIQ01             PIC X(59).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
            COPY RET03112.
            COPY LST03127.
            COPY LIQ03158.
      *
      *----------------------------------------------------------------*
      *
        77 ACU-PROTESTADAS         PIC  9(005)         VALUE ZEROS.
        77 ACU-INCOBRAVEIS         PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-GRAVADOS-ARQLIQ01   PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
      *
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
      *
      * VENCIMENTO MAIS ANTIGO EM ABERTO DA CONTA LIQUIDADA (DD.MM.AAAA)
        77 WRK-DAT-VENC-ANTIGA     PIC  X(010)         VALUE SPACES.
        77 WRK-IND-ABERTA-ACHADA   PIC  X(001)         VALUE 'N'.
           88 WRK-ABERTA-ACHADA    VALUE 'S'.
      *
      * DATA/HORA DE EXECUCAO DO JOB - DATA DE INATIVACAO DA CONTA
      * LIQUIDADA NA AGENCIA
        01 WRK-RUN-TIMESTAMP.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
           88 WRK-CN-ARQLIQ01      VALUE 'ARQLIQ01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
              88 WRK-FS-PLA01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LST01-OK   VALUE '00'.
           05 WRK-FS-ARQLIQ01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LIQ01-OK   VALUE '00'.
              88 WRK-FS-LIQ01-NAO-EXISTE VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLIQ01         TO TRUE
            OPEN EXTEND ARQLIQ01
            IF WRK-FS-LIQ01-NAO-EXISTE
               OPEN OUTPUT ARQLIQ01
            END-IF
            IF NOT WRK-FS-LIQ01-OK
               MOVE WRK-FS-ARQLIQ01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 3800-LER-RETORNO
                     MOVE ZEROS      TO HIS01-QTD-RUNS-INADIMPLENTE
                     MOVE ZERO          TO HIS01-NIVEL-NOTIFICACAO
                     SET HIS01-COBRANCA-NORMAL TO TRUE
                     MOVE SPACES        TO WRK-DAT-VENC-ANTIGA
                     PERFORM 3200-INATIVA-CADASTRO
                     PERFORM 3250-FECHA-PARCELAS
                     PERFORM 3300-GRAVA-LIQUIDACAO
                     ADD 1              TO ACU-LIQUIDADAS
                     MOVE 'LIQUIDADA NA AGENCIA - CONTA ENCERRADA'
                                        TO WRK-DES-RESULTADO

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     MOVE ARQENT01-DAT-EMPRE TO WRK-DAT-VENC-ANTIGA
                     IF ARQENT01-CONTA-ATIVA
                        MOVE 'I'        TO ARQENT01-IND-SITUACAO
                        MOVE WRK-RUN-DATA
      *----------------------------------------------------------------*
      *    BAIXA COMO PAGAS, NA DATA DO DESFECHO, AS PARCELAS EM       *
      *    ABERTO DO PLANO DO CONTRATO LIQUIDADO NA AGENCIA - SEM A    *
      *    BAIXA ELAS CONTINUARIAM INFLANDO O AGING E A EXPOSICAO.     *
      *    A PRIMEIRA PARCELA EM ABERTO DA O VENCIMENTO MAIS ANTIGO    *
      *    GUARDADO NO LOG DE LIQUIDACOES                              *
      *----------------------------------------------------------------*
        3250-FECHA-PARCELAS             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-ABERTA-ACHADA
            MOVE RET01-COD-AGENCIA      TO PLA01-COD-AGENCIA
            MOVE RET01-NUM-CONTA        TO PLA01-NUM-CONTA
            MOVE RET01-NUM-CONTRATO     TO PLA01-NUM-CONTRATO
                        AND PLA01-NUM-CONTRATO
                            EQUAL RET01-NUM-CONTRATO
                        IF PLA01-PARCELA-ABERTA
                           IF NOT WRK-ABERTA-ACHADA
                              MOVE PLA01-DAT-VENCIMENTO
                                        TO WRK-DAT-VENC-ANTIGA
                              MOVE 'S'  TO WRK-IND-ABERTA-ACHADA
                           END-IF
                           SET PLA01-PARCELA-PAGA TO TRUE
                           MOVE RET01-DAT-OCORRENCIA
                                        TO PLA01-DAT-PAGAMENTO
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA A CONTA LIQUIDADA NO LOG ACUMULADO DE LIQUIDACOES NA  *
      *    ASSESSORIA (BASE DA COMISSAO E DA CONFERENCIA DOS REPASSES) *
      *----------------------------------------------------------------*
        3300-GRAVA-LIQUIDACAO           SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LIQ01-REGISTRO
            MOVE WRK-RUN-DATA           TO LIQ01-DAT-REGISTRO
            MOVE RET01-COD-ASSESSORIA   TO LIQ01-COD-ASSESSORIA
            MOVE RET01-COD-AGENCIA      TO LIQ01-COD-AGENCIA
            MOVE RET01-NUM-CONTA        TO LIQ01-NUM-CONTA
            MOVE RET01-NUM-CONTRATO     TO LIQ01-NUM-CONTRATO
            MOVE RET01-DAT-OCORRENCIA   TO LIQ01-DAT-OCORRENCIA
            MOVE RET01-VLR-RECUPERADO   TO LIQ01-VLR-RECUPERADO
            MOVE WRK-DAT-VENC-ANTIGA    TO LIQ01-DAT-VENC-ANTIGA
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLIQ01         TO TRUE
            WRITE FD-ARQLIQ01           FROM LIQ01-REGISTRO
      *
            IF NOT WRK-FS-LIQ01-OK
               MOVE WRK-FS-ARQLIQ01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            ADD 1                       TO ACU-GRAVADOS-ARQLIQ01
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE RETORNO                     *
      *----------------------------------------------------------------*
        3800-LER-RETORNO                SECTION.
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLIQ01          TO TRUE
            CLOSE ARQLIQ01
            IF NOT WRK-FS-LIQ01-OK
               MOVE WRK-FS-ARQLIQ01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0327        *'
            DISPLAY '* RETORNOS LIDOS..........: ' ACU-LIDOS-ARQRET01
            DISPLAY '* CONTAS PROTESTADAS......: ' ACU-PROTESTADAS
            DISPLAY '* DEVOLVIDAS INCOBRAVEIS..: ' ACU-INCOBRAVEIS
            DISPLAY '* RETORNOS REJEITADOS.....: ' ACU-REJEITADOS
            DISPLAY '* GRAVADOS NO ARQLIQ01....: ' ACU-GRAVADOS-ARQLIQ01
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
