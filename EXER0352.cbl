      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0352.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: LISTA SEMANAL PARA AS AGENCIAS DAS CONTAS COM *
      *    ENDERECO INVALIDADO POR CARTA DEVOLVIDA (ARQENT01, VIDE     *
      *    EXER0351), PARA PESQUISA DE ENDERECO. UMA LINHA POR CONTA,  *
      *    QUEBRADA POR AGENCIA, COM A DATA E O MOTIVO DA DEVOLUCAO, O *
      *    NIVEL DE NOTIFICACAO E A SITUACAO DE COBRANCA DO HISTORICO  *
      *    (ARQHIS01) E A SITUACAO DE ENTREGA DO AVISO FINAL (NIVEL 3) *
      *    NA SITUACAO DE ENTREGA DAS CARTAS (ARQDVL01): ENTREGUE,     *
      *    DEVOLVIDO, RETIDO OU NAO EMITIDO. CONTA REPASSADA A PROTESTO*
      *    PELO EXER0326 SEM O AVISO FINAL ENTREGUE SAI DESTACADA.     *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT03112
      *      ARQHIS01                                  HIS03112
      *      ARQDVL01                                  DVL03151
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
            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS HIS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQHIS01.

            SELECT ARQDVL01 ASSIGN      TO UT-S-ARQDVL01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS DVL01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQDVL01.

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
        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQHIS01
            LABEL RECORD   IS STANDARD.
            COPY HIS03112.

        FD  ARQDVL01
            LABEL RECORD   IS STANDARD.
            COPY DVL03151.

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
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0352'.
        77 WRK-MASK-QTDREG         PIC  ZZZZ.ZZ9.
        77 ACU-LIDOS-ARQENT01      PIC  9(007)         VALUE ZEROS.
        77 ACU-CONTAS-LISTADAS     PIC  9(007)         VALUE ZEROS.
        77 ACU-SEM-AVISO-FINAL     PIC  9(007)         VALUE ZEROS.
        77 ACU-AGE-CONTAS          PIC  9(007)         VALUE ZEROS.
        77 ACU-AGE-SEM-AVISO-FINAL PIC  9(007)         VALUE ZEROS.
      *
      * SITUACAO DE ENTREGA AINDA NAO CRIADA - NENHUMA CARTA DEVOLVIDA
      * OU RETIDA ATE AQUI
        77 WRK-IND-SEM-ARQDVL01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQDVL01     VALUE 'S'.
      *
      * CONTA E AGENCIA DA ULTIMA LINHA LISTADA - UMA LINHA POR CONTA
      * (O ENDERECO E REPETIDO EM CADA CONTRATO) E QUEBRA POR AGENCIA
        01 WRK-CHAVE-ANTERIOR.
           05 WRK-AGENCIA-ANTERIOR PIC  9(004)         VALUE ZEROS.
           05 WRK-CONTA-ANTERIOR   PIC  9(008)         VALUE ZEROS.
      *
      * SITUACAO DO AVISO FINAL DA CONTA CORRENTE
        77 WRK-IND-AVISO-FINAL     PIC  X(001)         VALUE SPACES.
           88 WRK-AVISO-ENTREGUE   VALUE 'E'.
           88 WRK-AVISO-DEVOLVIDO  VALUE 'D'.
           88 WRK-AVISO-RETIDO     VALUE 'R'.
           88 WRK-AVISO-NAO-EMITIDO VALUE 'N'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
           88 WRK-CN-ARQDVL01      VALUE 'ARQDVL01'.
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
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-FIM  VALUE '10'.
           05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-HIS01-OK   VALUE '00'.
           05 WRK-FS-ARQDVL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DVL01-OK   VALUE '00'.
              88 WRK-FS-DVL01-NAO-EXISTE VALUE '35'.
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
           03 FILLER               PIC  X(050) VALUE
              'EXER0352 - CONTAS COM ENDERECO INVALIDO (CARTA DEV'.
           03 FILLER               PIC  X(022) VALUE
              'OLVIDA) - PESQUISA EM '.
           03 REL-TIT-DATA         PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(052) VALUE SPACES.
      *
        01 REL-LINHA-BRANCA        PIC  X(132) VALUE SPACES.
      *
        01 REL-LINHA-AGENCIA.
           03 FILLER               PIC  X(008) VALUE 'AGENCIA '.
           03 REL-AGE-CODIGO       PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(120) VALUE SPACES.
      *
        01 REL-LINHA-CABECALHO.
           03 FILLER               PIC  X(053) VALUE
              'CONTA    CT NOME DO CLIENTE'.
           03 FILLER               PIC  X(039) VALUE
              'DAT.DEV.  MO   NIV AVISO FINAL COBRANCA'.
           03 FILLER               PIC  X(040) VALUE SPACES.
      *
        01 REL-LINHA-DETALHE.
           03 REL-DET-NUM-CONTA    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NUM-CONTRATO PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-NOM-CLIENTE  PIC  X(040) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-DAT-DEVOLUCAO PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-COD-MOTIVO   PIC  X(002) VALUE SPACES.
           03 FILLER               PIC  X(004) VALUE SPACES.
           03 REL-DET-NIVEL        PIC  9(001) VALUE ZERO.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-DET-AVISO-FINAL  PIC  X(011) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-COBRANCA     PIC  X(010) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-DET-ALERTA       PIC  X(037) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-AGENCIA.
           03 FILLER               PIC  X(028) VALUE
              '   CONTAS DA AGENCIA.......:'.
           03 REL-TAG-CONTAS       PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(037) VALUE
              '   PROTESTO SEM AVISO FINAL ENTREGUE:'.
           03 REL-TAG-SEM-AVISO    PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(053) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-GERAL.
           03 FILLER               PIC  X(028) VALUE
              'TOTAL DE CONTAS LISTADAS...:'.
           03 REL-TGE-CONTAS       PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(037) VALUE
              '   PROTESTO SEM AVISO FINAL ENTREGUE:'.
           03 REL-TGE-SEM-AVISO    PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(053) VALUE SPACES.
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
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
      *
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQHIS01         TO TRUE
            OPEN INPUT ARQHIS01
      *
            IF NOT WRK-FS-HIS01-OK
               MOVE WRK-FS-ARQHIS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQDVL01         TO TRUE
            OPEN INPUT ARQDVL01
            EVALUATE TRUE
                WHEN WRK-FS-DVL01-OK
                     CONTINUE
                WHEN WRK-FS-DVL01-NAO-EXISTE
                     SET WRK-SEM-ARQDVL01 TO TRUE
                WHEN OTHER
                     MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
      *
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            MOVE WRK-RUN-DATA           TO REL-TIT-DATA
            MOVE REL-LINHA-TITULO       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA

            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSA UM CONTRATO DO CADASTRO: SO O PRIMEIRO CONTRATO    *
      *    ATIVO COM ENDERECO INVALIDO DE CADA CONTA E LISTADO, COM    *
      *    QUEBRA POR AGENCIA - E LE O PROXIMO                         *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            IF ARQENT01-CONTA-INATIVA
               OR NOT ARQENT01-ENDERECO-INVALIDO
               GO TO 3000-50-PROXIMO
            END-IF
      *
            IF ARQENT01-COD-AGENCIA EQUAL WRK-AGENCIA-ANTERIOR
               AND ARQENT01-NUM-CONTA EQUAL WRK-CONTA-ANTERIOR
               GO TO 3000-50-PROXIMO
            END-IF
      *
            IF ARQENT01-COD-AGENCIA NOT EQUAL WRK-AGENCIA-ANTERIOR
               IF ACU-CONTAS-LISTADAS GREATER ZEROS
                  PERFORM 3700-TOTAL-AGENCIA
               END-IF
               PERFORM 3600-CABECALHO-AGENCIA
            END-IF
      *
            MOVE ARQENT01-COD-AGENCIA   TO WRK-AGENCIA-ANTERIOR
            MOVE ARQENT01-NUM-CONTA     TO WRK-CONTA-ANTERIOR
      *
            PERFORM 3100-BUSCA-HISTORICO
            PERFORM 3200-SITUACAO-AVISO-FINAL
            PERFORM 3300-IMPRIME-CONTA
            .
        3000-50-PROXIMO.
            PERFORM 3800-LER-CADASTRO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    BUSCA O HISTORICO DO CONTRATO LISTADO (NIVEL DE NOTIFICACAO *
      *    E SITUACAO NA COBRANCA EXTERNA) - CONTRATO SEM HISTORICO    *
      *    NUNCA FOI NOTIFICADO                                        *
      *----------------------------------------------------------------*
        3100-BUSCA-HISTORICO            SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ARQENT01-CHAVE         TO HIS01-CHAVE
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQHIS01         TO TRUE
            READ ARQHIS01                KEY IS HIS01-CHAVE
      *
            EVALUATE WRK-FS-ARQHIS01
                WHEN '00'
                     CONTINUE
                WHEN '23'
                     INITIALIZE          HIS01-REGISTRO
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
      *----------------------------------------------------------------*
      *    SITUACAO DE ENTREGA DO AVISO FINAL (NIVEL 3) DA CONTA: UM   *
      *    REGISTRO NA SITUACAO DE ENTREGA INDICA CARTA DEVOLVIDA OU   *
      *    RETIDA; SEM REGISTRO, A CARTA FOI ENTREGUE SE O HISTORICO   *
      *    JA CHEGOU AO NIVEL 3, OU AINDA NAO FOI EMITIDA              *
      *----------------------------------------------------------------*
        3200-SITUACAO-AVISO-FINAL       SECTION.
      *----------------------------------------------------------------*
      *
            IF HIS01-NIVEL-NOTIFICACAO LESS 3
               SET WRK-AVISO-NAO-EMITIDO TO TRUE
            ELSE
               SET WRK-AVISO-ENTREGUE   TO TRUE
            END-IF
      *
            IF WRK-SEM-ARQDVL01
               GO TO 3200-99-FIM
            END-IF
      *
            MOVE ARQENT01-COD-AGENCIA   TO DVL01-COD-AGENCIA
            MOVE ARQENT01-NUM-CONTA     TO DVL01-NUM-CONTA
            MOVE 3                      TO DVL01-NIVEL-NOTIFICACAO
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDVL01         TO TRUE
            READ ARQDVL01                KEY IS DVL01-CHAVE
      *
            EVALUATE WRK-FS-ARQDVL01
                WHEN '00'
                     IF DVL01-CARTA-DEVOLVIDA
                        SET WRK-AVISO-DEVOLVIDO TO TRUE
                     ELSE
                        SET WRK-AVISO-RETIDO    TO TRUE
                     END-IF
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DA CONTA - CONTA REPASSADA OU PROTESTADA    *
      *    SEM O AVISO FINAL ENTREGUE SAI DESTACADA                    *
      *----------------------------------------------------------------*
        3300-IMPRIME-CONTA              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ARQENT01-NUM-CONTA     TO REL-DET-NUM-CONTA
            MOVE ARQENT01-NUM-CONTRATO  TO REL-DET-NUM-CONTRATO
            MOVE ARQENT01-NOM-CLIENTE   TO REL-DET-NOM-CLIENTE
            MOVE ARQENT01-DAT-ENDERECO-INVALIDO
                                        TO REL-DET-DAT-DEVOLUCAO
            MOVE ARQENT01-COD-MOTIVO-DEVOLUCAO
                                        TO REL-DET-COD-MOTIVO
            MOVE HIS01-NIVEL-NOTIFICACAO TO REL-DET-NIVEL
      *
            EVALUATE TRUE
                WHEN WRK-AVISO-ENTREGUE
                     MOVE 'ENTREGUE'    TO REL-DET-AVISO-FINAL
                WHEN WRK-AVISO-DEVOLVIDO
                     MOVE 'DEVOLVIDO'   TO REL-DET-AVISO-FINAL
                WHEN WRK-AVISO-RETIDO
                     MOVE 'RETIDO'      TO REL-DET-AVISO-FINAL
                WHEN OTHER
                     MOVE 'NAO EMITIDO' TO REL-DET-AVISO-FINAL
            END-EVALUATE
      *
            EVALUATE TRUE
                WHEN HIS01-COBRANCA-AGENCIA
                     MOVE 'REPASSADA'   TO REL-DET-COBRANCA
                WHEN HIS01-COBRANCA-PROTESTADA
                     MOVE 'PROTESTADA'  TO REL-DET-COBRANCA
                WHEN HIS01-COBRANCA-INCOBRAVEL
                     MOVE 'INCOBRAVEL'  TO REL-DET-COBRANCA
                WHEN OTHER
                     MOVE 'NORMAL'      TO REL-DET-COBRANCA
            END-EVALUATE
      *
            MOVE SPACES                 TO REL-DET-ALERTA
            IF (HIS01-COBRANCA-AGENCIA OR HIS01-COBRANCA-PROTESTADA)
               AND NOT WRK-AVISO-ENTREGUE
               MOVE '*** PROTESTO SEM AVISO FINAL ENTREGUE'
                                        TO REL-DET-ALERTA
               ADD 1                    TO ACU-SEM-AVISO-FINAL
                                           ACU-AGE-SEM-AVISO-FINAL
            END-IF
      *
            MOVE REL-LINHA-DETALHE      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            ADD 1                       TO ACU-CONTAS-LISTADAS
                                           ACU-AGE-CONTAS
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ABRE O BLOCO DE UMA NOVA AGENCIA                            *
      *----------------------------------------------------------------*
        3600-CABECALHO-AGENCIA          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE REL-LINHA-BRANCA       TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE ARQENT01-COD-AGENCIA   TO REL-AGE-CODIGO
            MOVE REL-LINHA-AGENCIA      TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE REL-LINHA-CABECALHO    TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            MOVE ZEROS                  TO ACU-AGE-CONTAS
                                           ACU-AGE-SEM-AVISO-FINAL
            .
      *
      *----------------------------------------------------------------*
        3600-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    FECHA O BLOCO DA AGENCIA COM OS SEUS TOTAIS                 *
      *----------------------------------------------------------------*
        3700-TOTAL-AGENCIA              SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ACU-AGE-CONTAS         TO REL-TAG-CONTAS
            MOVE ACU-AGE-SEM-AVISO-FINAL TO REL-TAG-SEM-AVISO
            MOVE REL-LINHA-TOTAL-AGENCIA TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            .
      *
      *----------------------------------------------------------------*
        3700-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE O PROXIMO CONTRATO DO CADASTRO (ORDEM DA CHAVE)          *
      *----------------------------------------------------------------*
        3800-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQENT01
                WHEN '10'
                     CONTINUE
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
      *    FECHA A ULTIMA AGENCIA, IMPRIME O TOTAL GERAL E ENCERRA     *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            IF ACU-CONTAS-LISTADAS GREATER ZEROS
               PERFORM 3700-TOTAL-AGENCIA
            END-IF
      *
            MOVE REL-LINHA-BRANCA        TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
            MOVE ACU-CONTAS-LISTADAS     TO REL-TGE-CONTAS
            MOVE ACU-SEM-AVISO-FINAL     TO REL-TGE-SEM-AVISO
            MOVE REL-LINHA-TOTAL-GERAL   TO FD-ARQREL01
            PERFORM 3900-GRAVA-LINHA
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQHIS01          TO TRUE
            CLOSE ARQHIS01
            IF NOT WRK-FS-HIS01-OK
               MOVE WRK-FS-ARQHIS01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            IF NOT WRK-SEM-ARQDVL01
               SET WRK-CN-ARQDVL01       TO TRUE
               CLOSE ARQDVL01
            END-IF

            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE ACU-LIDOS-ARQENT01      TO WRK-MASK-QTDREG
            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0352        *'
            DISPLAY '* CONTRATOS LIDOS.........: ' WRK-MASK-QTDREG
            MOVE ACU-CONTAS-LISTADAS     TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS LISTADAS.........: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-AVISO-FINAL     TO WRK-MASK-QTDREG
            DISPLAY '* PROTESTO SEM AVISO FINAL: ' WRK-MASK-QTDREG
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
