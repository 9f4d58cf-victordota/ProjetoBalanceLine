      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0342.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: ENVELHECIMENTO DA CONTA SUSPENSE PARA A       *
      *    TESOURARIA: VARRE O ARQSUS01, LISTA CADA ITEM AINDA EM      *
      *    ABERTO (PENDENTE, DIRECIONADO OU A DEVOLVER) COM A SUA      *
      *    IDADE EM DIAS CORRIDOS DESDE A DATA ORIGINAL DO PAGAMENTO   *
      *    ATE A DATA DE CORTE (PAR03142) E TOTALIZA QUANTIDADE E      *
      *    VALOR POR FAIXA (1-30/31-60/61-90/91+ DIAS), POR AGENCIA    *
      *    E POR SITUACAO DO ITEM - MESMAS FAIXAS DO EXER0337.         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   PAR03142
      *      ARQSUS01                                  SUS03112
      *      ARQREL01                                  (LINHA 132)
      *----------------------------------------------------------------*
      *    ROTINAS.....: CALE2000                                      *
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

            SELECT ARQSUS01 ASSIGN      TO UT-S-ARQSUS01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS SUS01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQSUS01.

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
        01 FD-ARQPARM              PIC X(08).

        FD  ARQSUS01
            LABEL RECORD   IS STANDARD.
            COPY SUS03112.

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
              'AREA DOS BOOKS E DA ROTINA DE DATAS'.
      *----------------------------------------------------------------*
      *
            COPY PAR03142.
            COPY CALEWAAA.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DAS TABELAS DE TOTAIS POR AGENCIA E SITUACAO'.
      *----------------------------------------------------------------*
      *
        01 WRK-TAB-AGENCIAS.
           03 WRK-AGE-OCORRENCIA   OCCURS 9999 TIMES.
              05 WRK-AGE-VISTA     PIC  X(001).
              05 WRK-AGE-FAIXA     OCCURS 4 TIMES.
                 07 WRK-AGE-QTDE   PIC  9(007).
                 07 WRK-AGE-VALOR  PIC  9(011)V99.
      *
      * SITUACAO DO ITEM: 1 = PENDENTE, 2 = DIRECIONADO, 3 = A DEVOLVER
        01 WRK-TAB-SITUACOES.
           03 WRK-SIT-OCORRENCIA   OCCURS 3 TIMES.
              05 WRK-SIT-FAIXA     OCCURS 4 TIMES.
                 07 WRK-SIT-QTDE   PIC  9(007).
                 07 WRK-SIT-VALOR  PIC  9(011)V99.
      *
        01 WRK-TAB-TOTAL-GERAL.
           03 WRK-TOT-FAIXA        OCCURS 4 TIMES.
              05 WRK-TOT-QTDE      PIC  9(009).
              05 WRK-TOT-VALOR     PIC  9(013)V99.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-SIT         PIC  9(001)         VALUE ZEROS.
        77 WRK-IND-SUB-FAIXA       PIC  9(001)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0342'.
        77 WRK-CALE2000            PIC  X(008)         VALUE 'CALE2000'.
        77 ACU-LIDOS-ARQSUS01      PIC  9(007)         VALUE ZEROS.
        77 ACU-ITENS-EM-ABERTO     PIC  9(007)         VALUE ZEROS.
        77 ACU-ITENS-BAIXADOS      PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-DAT-CORTE           PIC  9(008)         VALUE ZEROS.
        77 WRK-QTDE-DIAS-IDADE     PIC  9(006)         VALUE ZEROS.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQSUS01      VALUE 'ARQSUS01'.
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
              88 WRK-FS-PARM-FIM   VALUE '10'.
           05 WRK-FS-ARQSUS01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SUS01-OK   VALUE '00'.
              88 WRK-FS-SUS01-FIM  VALUE '10'.
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
           03 FILLER               PIC  X(055) VALUE
              'EXER0342 - ENVELHECIMENTO DA CONTA SUSPENSE EM'.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TIT-DAT-CORTE    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(068) VALUE SPACES.
      *
        01 REL-LINHA-CABEC-ITEM.
           03 FILLER               PIC  X(050) VALUE
              '     AGEN CONTA    CT DT.PAGTO SEQ   VLR.ORIGINAL '.
           03 FILLER               PIC  X(050) VALUE
              'S  IDADE TNT DESTINO'.
           03 FILLER               PIC  X(032) VALUE SPACES.
      *
        01 REL-LINHA-ITEM.
           03 FILLER               PIC  X(005) VALUE 'ITEM '.
           03 REL-ITE-AGENCIA      PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-CONTA        PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-CONTRATO     PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-DAT-PAGTO    PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-SEQUENCIA    PIC  9(003) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-VLR-PAGTO    PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-SITUACAO     PIC  X(001) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-IDADE        PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-TENTATIVAS   PIC  ZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-AGENCIA-DEST PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-CONTA-DEST   PIC  9(008) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-ITE-CONTRATO-DEST PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC  X(052) VALUE SPACES.
      *
        01 REL-LINHA-FAIXAS.
           03 REL-FXA-ROTULO       PIC  X(013) VALUE SPACES.
           03 REL-FXA-CODIGO       PIC  ZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(007) VALUE '  1-30 '.
           03 REL-FXA-QTDE-1       PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE '/'.
           03 REL-FXA-VLR-1        PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(007) VALUE ' 31-60 '.
           03 REL-FXA-QTDE-2       PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE '/'.
           03 REL-FXA-VLR-2        PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(007) VALUE ' 61-90 '.
           03 REL-FXA-QTDE-3       PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE '/'.
           03 REL-FXA-VLR-3        PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(005) VALUE ' 91+ '.
           03 REL-FXA-QTDE-4       PIC  ZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE '/'.
           03 REL-FXA-VLR-4        PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC  X(005) VALUE SPACES.
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
            PERFORM 3000-PROCESSA-ITEM
                UNTIL WRK-FS-SUS01-FIM
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

            IF WRK-DAT-CORTE EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-CORTE
            END-IF

            MOVE LOW-VALUES             TO WRK-TAB-AGENCIAS
            PERFORM 1000-10-ZERA-TABELAS
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999
            PERFORM 1000-20-ZERA-TOTAL
                VARYING WRK-IND-SUB-FAIXA FROM 1 BY 1
                UNTIL WRK-IND-SUB-FAIXA GREATER 4

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            OPEN INPUT ARQSUS01
            IF NOT WRK-FS-SUS01-OK
               MOVE WRK-FS-ARQSUS01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-DAT-CORTE          TO REL-TIT-DAT-CORTE
            SET WRK-CN-WRITE            TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-TITULO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            WRITE FD-ARQREL01           FROM REL-LINHA-CABEC-ITEM
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 3800-LER-ITEM
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-10-ZERA-TABELAS            SECTION.
      *----------------------------------------------------------------*
            MOVE 'N'          TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
            PERFORM 1000-15-ZERA-FAIXAS
                VARYING WRK-IND-SUB-FAIXA FROM 1 BY 1
                UNTIL WRK-IND-SUB-FAIXA GREATER 4
            .
      *----------------------------------------------------------------*
        1000-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-15-ZERA-FAIXAS             SECTION.
      *----------------------------------------------------------------*
            MOVE ZEROS TO WRK-AGE-QTDE
                          (WRK-IND-SUB-AGE WRK-IND-SUB-FAIXA)
                          WRK-AGE-VALOR
                          (WRK-IND-SUB-AGE WRK-IND-SUB-FAIXA)
            IF WRK-IND-SUB-AGE NOT GREATER 3
               MOVE ZEROS TO WRK-SIT-QTDE
                             (WRK-IND-SUB-AGE WRK-IND-SUB-FAIXA)
                             WRK-SIT-VALOR
                             (WRK-IND-SUB-AGE WRK-IND-SUB-FAIXA)
            END-IF
            .
      *----------------------------------------------------------------*
        1000-15-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-20-ZERA-TOTAL              SECTION.
      *----------------------------------------------------------------*
            MOVE ZEROS TO WRK-TOT-QTDE (WRK-IND-SUB-FAIXA)
                          WRK-TOT-VALOR (WRK-IND-SUB-FAIXA)
            .
      *----------------------------------------------------------------*
        1000-20-99-FIM.
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
               READ ARQPARM             INTO PARM14-REGISTRO

               IF WRK-FS-PARM-OK
                  MOVE PARM14-DAT-CORTE TO WRK-DAT-CORTE
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
      *    PROCESSA UM ITEM DA SUSPENSE: ITEM EM ABERTO E ENVELHECIDO, *
      *    LISTADO E ACUMULADO NA FAIXA, NA AGENCIA E NA SITUACAO;     *
      *    ITEM JA BAIXADO (APLICADO A CONTA) SO E CONTADO             *
      *----------------------------------------------------------------*
        3000-PROCESSA-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
            IF NOT SUS01-ITEM-EM-ABERTO
               ADD 1                    TO ACU-ITENS-BAIXADOS
               GO TO 3000-50-PROXIMO
            END-IF

            PERFORM 3200-APURA-IDADE-ITEM

            EVALUATE TRUE
                WHEN WRK-QTDE-DIAS-IDADE GREATER 90
                     MOVE 4             TO WRK-IND-SUB-FAIXA
                WHEN WRK-QTDE-DIAS-IDADE GREATER 60
                     MOVE 3             TO WRK-IND-SUB-FAIXA
                WHEN WRK-QTDE-DIAS-IDADE GREATER 30
                     MOVE 2             TO WRK-IND-SUB-FAIXA
                WHEN OTHER
                     MOVE 1             TO WRK-IND-SUB-FAIXA
            END-EVALUATE

            EVALUATE TRUE
                WHEN SUS01-ITEM-PENDENTE
                     MOVE 1             TO WRK-IND-SUB-SIT
                WHEN SUS01-ITEM-DIRECIONADO
                     MOVE 2             TO WRK-IND-SUB-SIT
                WHEN OTHER
                     MOVE 3             TO WRK-IND-SUB-SIT
            END-EVALUATE

            ADD 1                       TO ACU-ITENS-EM-ABERTO
            ADD 1         TO WRK-TOT-QTDE (WRK-IND-SUB-FAIXA)
            ADD SUS01-VLR-PAGTO
                          TO WRK-TOT-VALOR (WRK-IND-SUB-FAIXA)

            ADD 1         TO WRK-SIT-QTDE
                             (WRK-IND-SUB-SIT WRK-IND-SUB-FAIXA)
            ADD SUS01-VLR-PAGTO
                          TO WRK-SIT-VALOR
                             (WRK-IND-SUB-SIT WRK-IND-SUB-FAIXA)

            IF SUS01-COD-AGENCIA GREATER ZEROS
               MOVE SUS01-COD-AGENCIA   TO WRK-IND-SUB-AGE
               MOVE 'S'                 TO WRK-AGE-VISTA
                                           (WRK-IND-SUB-AGE)
               ADD 1      TO WRK-AGE-QTDE
                             (WRK-IND-SUB-AGE WRK-IND-SUB-FAIXA)
               ADD SUS01-VLR-PAGTO
                          TO WRK-AGE-VALOR
                             (WRK-IND-SUB-AGE WRK-IND-SUB-FAIXA)
            END-IF

            PERFORM 3500-IMPRIME-ITEM
            .
        3000-50-PROXIMO.
            PERFORM 3800-LER-ITEM
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APURA PELA CALE2000 A IDADE DO ITEM EM DIAS CORRIDOS, DA    *
      *    DATA ORIGINAL DO PAGAMENTO ATE A DATA DE CORTE (AMBAS       *
      *    AAAAMMDD). PAGAMENTO POSTERIOR AO CORTE OU RETORNO NAO-OK   *
      *    ASSUME ZEROS (O ITEM CAI NA PRIMEIRA FAIXA).                *
      *----------------------------------------------------------------*
        3200-APURA-IDADE-ITEM           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-QTDE-DIAS-IDADE

            IF SUS01-DAT-PAGTO NOT LESS WRK-DAT-CORTE
               GO TO 3200-99-FIM
            END-IF

            INITIALIZE                  CALE01-REGISTRO
            MOVE 'CALE0001'             TO CALE01-ID-BLOCO
            MOVE LENGTH                 OF CALE01-REGISTRO
                                        TO CALE01-TAM-BLOCO
            MOVE 'F3'                   TO CALE01-FUNCAO
            SET CALE01-SF-DIAS-CORRIDOS TO TRUE
            MOVE 003                    TO CALE01-FORMATO-ARGUMENTO-INI
            MOVE 003                   TO CALE01-FORMATO-ARGUMENTO-FINAL
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-INI
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-FINAL
            MOVE ZEROS                  TO CALE01-COD-IDIOMA
            MOVE ZEROS                  TO CALE01-COD-LOCALIDADE
            MOVE SUS01-DAT-PAGTO        TO CALE01-VLR-ARGUMENTO-INI
            MOVE WRK-DAT-CORTE          TO CALE01-VLR-ARGUMENTO-FINAL

            CALL WRK-CALE2000           USING CALE01-REGISTRO

            IF CALE01-RETORNO-OK
               MOVE CALE01-QTDE-DIAS-PERIODO TO WRK-QTDE-DIAS-IDADE
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE UM ITEM EM ABERTO                        *
      *----------------------------------------------------------------*
        3500-IMPRIME-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE SUS01-COD-AGENCIA      TO REL-ITE-AGENCIA
            MOVE SUS01-NUM-CONTA        TO REL-ITE-CONTA
            MOVE SUS01-NUM-CONTRATO     TO REL-ITE-CONTRATO
            MOVE SUS01-DAT-PAGTO        TO REL-ITE-DAT-PAGTO
            MOVE SUS01-NUM-SEQUENCIA    TO REL-ITE-SEQUENCIA
            MOVE SUS01-VLR-PAGTO        TO REL-ITE-VLR-PAGTO
            MOVE SUS01-IND-SITUACAO     TO REL-ITE-SITUACAO
            MOVE WRK-QTDE-DIAS-IDADE    TO REL-ITE-IDADE
            MOVE SUS01-QTD-TENTATIVAS   TO REL-ITE-TENTATIVAS
            MOVE SUS01-COD-AGENCIA-DEST TO REL-ITE-AGENCIA-DEST
            MOVE SUS01-NUM-CONTA-DEST   TO REL-ITE-CONTA-DEST
            MOVE SUS01-NUM-CONTRATO-DEST TO REL-ITE-CONTRATO-DEST

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-ITEM
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DA CONTA SUSPENSE              *
      *----------------------------------------------------------------*
        3800-LER-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQSUS01         TO TRUE
            READ ARQSUS01               NEXT RECORD

            EVALUATE WRK-FS-ARQSUS01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQSUS01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQSUS01 TO WRK-FS-DISPLAY
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
      *    IMPRIME O ENVELHECIMENTO POR AGENCIA, POR SITUACAO E O      *
      *    TOTAL GERAL, E ENCERRA                                      *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 4100-IMPRIME-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            PERFORM 4200-IMPRIME-SITUACAO
                VARYING WRK-IND-SUB-SIT FROM 1 BY 1
                UNTIL WRK-IND-SUB-SIT GREATER 3

            MOVE 'TOTAL GERAL  '        TO REL-FXA-ROTULO
            MOVE ZEROS                  TO REL-FXA-CODIGO
            MOVE WRK-TOT-QTDE (1)       TO REL-FXA-QTDE-1
            MOVE WRK-TOT-VALOR (1)      TO REL-FXA-VLR-1
            MOVE WRK-TOT-QTDE (2)       TO REL-FXA-QTDE-2
            MOVE WRK-TOT-VALOR (2)      TO REL-FXA-VLR-2
            MOVE WRK-TOT-QTDE (3)       TO REL-FXA-QTDE-3
            MOVE WRK-TOT-VALOR (3)      TO REL-FXA-VLR-3
            MOVE WRK-TOT-QTDE (4)       TO REL-FXA-QTDE-4
            MOVE WRK-TOT-VALOR (4)      TO REL-FXA-VLR-4
            PERFORM 4900-GRAVA-LINHA-FAIXAS

            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQSUS01          TO TRUE
            CLOSE ARQSUS01
            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0342        *'
            DISPLAY '* ITENS LIDOS.............: ' ACU-LIDOS-ARQSUS01
            DISPLAY '* ITENS EM ABERTO.........: ' ACU-ITENS-EM-ABERTO
            DISPLAY '* ITENS JA BAIXADOS.......: ' ACU-ITENS-BAIXADOS
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
      *    IMPRIME O ENVELHECIMENTO DE UMA AGENCIA COM ITENS EM ABERTO *
      *----------------------------------------------------------------*
        4100-IMPRIME-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) EQUAL 'S'
               MOVE 'AGENCIA      '     TO REL-FXA-ROTULO
               MOVE WRK-IND-SUB-AGE     TO REL-FXA-CODIGO
               MOVE WRK-AGE-QTDE (WRK-IND-SUB-AGE 1)
                                        TO REL-FXA-QTDE-1
               MOVE WRK-AGE-VALOR (WRK-IND-SUB-AGE 1)
                                        TO REL-FXA-VLR-1
               MOVE WRK-AGE-QTDE (WRK-IND-SUB-AGE 2)
                                        TO REL-FXA-QTDE-2
               MOVE WRK-AGE-VALOR (WRK-IND-SUB-AGE 2)
                                        TO REL-FXA-VLR-2
               MOVE WRK-AGE-QTDE (WRK-IND-SUB-AGE 3)
                                        TO REL-FXA-QTDE-3
               MOVE WRK-AGE-VALOR (WRK-IND-SUB-AGE 3)
                                        TO REL-FXA-VLR-3
               MOVE WRK-AGE-QTDE (WRK-IND-SUB-AGE 4)
                                        TO REL-FXA-QTDE-4
               MOVE WRK-AGE-VALOR (WRK-IND-SUB-AGE 4)
                                        TO REL-FXA-VLR-4
               PERFORM 4900-GRAVA-LINHA-FAIXAS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O ENVELHECIMENTO DE UMA SITUACAO DE ITEM            *
      *----------------------------------------------------------------*
        4200-IMPRIME-SITUACAO           SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE WRK-IND-SUB-SIT
                WHEN 1
                     MOVE 'PENDENTES    ' TO REL-FXA-ROTULO
                WHEN 2
                     MOVE 'DIRECIONADOS ' TO REL-FXA-ROTULO
                WHEN OTHER
                     MOVE 'A DEVOLVER   ' TO REL-FXA-ROTULO
            END-EVALUATE
            MOVE ZEROS                  TO REL-FXA-CODIGO
            MOVE WRK-SIT-QTDE (WRK-IND-SUB-SIT 1)
                                        TO REL-FXA-QTDE-1
            MOVE WRK-SIT-VALOR (WRK-IND-SUB-SIT 1)
                                        TO REL-FXA-VLR-1
            MOVE WRK-SIT-QTDE (WRK-IND-SUB-SIT 2)
                                        TO REL-FXA-QTDE-2
            MOVE WRK-SIT-VALOR (WRK-IND-SUB-SIT 2)
                                        TO REL-FXA-VLR-2
            MOVE WRK-SIT-QTDE (WRK-IND-SUB-SIT 3)
                                        TO REL-FXA-QTDE-3
            MOVE WRK-SIT-VALOR (WRK-IND-SUB-SIT 3)
                                        TO REL-FXA-VLR-3
            MOVE WRK-SIT-QTDE (WRK-IND-SUB-SIT 4)
                                        TO REL-FXA-QTDE-4
            MOVE WRK-SIT-VALOR (WRK-IND-SUB-SIT 4)
                                        TO REL-FXA-VLR-4
            PERFORM 4900-GRAVA-LINHA-FAIXAS
            .
      *
      *----------------------------------------------------------------*
        4200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DE FAIXAS NO RELATORIO                      *
      *----------------------------------------------------------------*
        4900-GRAVA-LINHA-FAIXAS         SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-FAIXAS
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4900-99-FIM.
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
