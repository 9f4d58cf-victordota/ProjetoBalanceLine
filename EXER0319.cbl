      *    POR FAIXA COM TOTAL DE MULTA (ARQSAI02), NAO PAGOS          *
      *    (ARQSAI03), NAO CADASTRADOS (ARQSAI04), PARCIAIS (ARQSAI05) *
      *    E ESTORNOS (ARQSAI06), COM TOTAL GERAL NO FIM - OS NUMEROS  *
      *    QUE OS GERENTES DE AGENCIA HOJE MONTAM EM PLANILHA. CADA    *
      *    AGENCIA SAI COM O NOME E A REGIAO DO CADASTRO DE AGENCIAS   *
      *    (ARQAGE01), COM SUBTOTAL POR REGIAO ANTES DO TOTAL GERAL.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAI04                                  SAI03212
      *      ARQSAI05                                  SAI03512
      *      ARQSAI06                                  SAI03612
      *      ARQAGE01                                  AGE03154
      *      ARQREL01                                  (LINHA 132)
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
                       FILE STATUS      IS WRK-FS-ARQSAI05.
            SELECT ARQSAI06 ASSIGN      TO UT-S-ARQSAI06
                       FILE STATUS      IS WRK-FS-ARQSAI06.
            SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AGE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAGE01.

            SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                       FILE STATUS      IS WRK-FS-ARQREL01.
      *
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQSAI06             PIC X(31).

        FD  ARQAGE01
            LABEL RECORD   IS STANDARD.
            COPY AGE03154.

        FD  ARQREL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
              05 WRK-AGE-VLR-PARCIAL PIC 9(011)V99.
              05 WRK-AGE-QTDE-ESTORNO PIC 9(007).
              05 WRK-AGE-VLR-ESTORNO PIC 9(011)V99.
              05 WRK-AGE-NOME      PIC  X(030).
              05 WRK-AGE-REGIAO    PIC  9(002).
      *
      * SUBTOTAL POR REGIAO DO CADASTRO DE AGENCIAS (ARQAGE01) -
      * OCORRENCIA = REGIAO + 1; A OCORRENCIA 1 (REGIAO 00) RECEBE AS
      * AGENCIAS QUE NAO ESTAO NO CADASTRO
        01 WRK-TAB-REGIOES.
           03 WRK-REG-OCORRENCIA   OCCURS 100 TIMES.
              05 WRK-REG-VISTA     PIC  X(001).
              05 WRK-REG-NOME      PIC  X(020).
              05 WRK-REG-QTDE-PRAZO PIC 9(009).
              05 WRK-REG-VLR-PRAZO PIC  9(013)V99.
              05 WRK-REG-VLR-ATRASO PIC 9(013)V99.
              05 WRK-REG-QTDE-FAIXA PIC 9(009) OCCURS 3 TIMES.
              05 WRK-REG-VLR-MULTA PIC  9(013)V99.
              05 WRK-REG-QTDE-NPAGO PIC 9(009).
              05 WRK-REG-QTDE-NCAD PIC  9(009).
              05 WRK-REG-QTDE-PARCIAL PIC 9(009).
              05 WRK-REG-VLR-PARCIAL PIC 9(013)V99.
              05 WRK-REG-QTDE-ESTORNO PIC 9(009).
              05 WRK-REG-VLR-ESTORNO PIC 9(013)V99.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-REG         PIC  9(003)         VALUE ZEROS.
        77 WRK-IND-SUB-FAIXA       PIC  9(001)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
        77 ACU-TOT-VLR-PARCIAL     PIC  9(013)V99      VALUE ZEROS.
        77 ACU-TOT-QTDE-ESTORNO    PIC  9(009)         VALUE ZEROS.
        77 ACU-TOT-VLR-ESTORNO     PIC  9(013)V99      VALUE ZEROS.
      *
      * CADASTRO DE AGENCIAS AINDA NAO CRIADO PELO EXER0354 - TODAS AS
      * AGENCIAS SAEM SEM NOME, NA REGIAO 00
        77 WRK-IND-SEM-ARQAGE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAGE01     VALUE 'S'.
      *
      * ROTULO DAS LINHAS DE SUBTOTAL DA REGIAO (NO LUGAR DE 'TOTAL
      * GERAL' NAS LINHAS DE TOTAL)
        01 WRK-ROTULO-REGIAO.
           03 FILLER               PIC  X(007)         VALUE 'REGIAO '.
           03 WRK-ROT-COD-REGIAO   PIC  9(002)         VALUE ZEROS.
           03 FILLER               PIC  X(002)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
           88 WRK-CN-ARQSAI04      VALUE 'ARQSAI04'.
           88 WRK-CN-ARQSAI05      VALUE 'ARQSAI05'.
           88 WRK-CN-ARQSAI06      VALUE 'ARQSAI06'.
           88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           05 WRK-FS-ARQSAI06      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SAI06-OK   VALUE '00'.
              88 WRK-FS-SAI06-FIM  VALUE '10'.
           05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AGE01-OK   VALUE '00'.
              88 WRK-FS-AGE01-FIM  VALUE '10'.
              88 WRK-FS-AGE01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
           03 FILLER               PIC  X(054) VALUE
              'EXER0319 - RESUMO GERENCIAL DO BALANCE LINE POR AGENC'.
           03 FILLER               PIC  X(078) VALUE 'IA'.
      *
        01 REL-LINHA-NOME-AGENCIA.
           03 FILLER               PIC  X(008) VALUE 'AGENCIA '.
           03 REL-NOM-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
           03 FILLER               PIC  X(003) VALUE ' - '.
           03 REL-NOM-AGENCIA      PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(008) VALUE ' REGIAO '.
           03 REL-NOM-COD-REGIAO   PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(003) VALUE ' - '.
           03 REL-NOM-REGIAO       PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(054) VALUE SPACES.
      *
        01 REL-LINHA-TITULO-REGIAO.
           03 FILLER               PIC  X(019) VALUE
              'SUBTOTAL POR REGIAO'.
           03 FILLER               PIC  X(113) VALUE SPACES.
      *
        01 REL-LINHA-NOME-REGIAO.
           03 FILLER               PIC  X(007) VALUE 'REGIAO '.
           03 REL-REG-COD-REGIAO   PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(003) VALUE ' - '.
           03 REL-REG-NOME         PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(100) VALUE SPACES.
      *
        01 REL-LINHA-AGENCIA-1.
           03 FILLER               PIC  X(008) VALUE 'AGENCIA '.
           03 FILLER               PIC  X(030) VALUE SPACES.
      *
        01 REL-LINHA-TOTAL-1.
           03 REL-TOT-ROTULO       PIC  X(011) VALUE 'TOTAL GERAL'.
           03 FILLER               PIC  X(007) VALUE '  PRAZO'.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-TOT-QTDE-PRAZO   PIC  ZZZZZZZZ9 VALUE ZEROS.
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            MOVE LOW-VALUES             TO WRK-TAB-REGIOES
            PERFORM 1000-20-ZERA-REGIAO
                VARYING WRK-IND-SUB-REG FROM 1 BY 1
                UNTIL WRK-IND-SUB-REG GREATER 100

            MOVE ZEROS                  TO ACU-TOT-QTDE-FAIXA (1)
                                           ACU-TOT-QTDE-FAIXA (2)
                                           ACU-TOT-QTDE-FAIXA (3)

            PERFORM 1200-CARREGA-AGENCIAS

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQSAI01         TO TRUE
            OPEN INPUT ARQSAI01
                                 WRK-AGE-VLR-PARCIAL (WRK-IND-SUB-AGE)
                                 WRK-AGE-QTDE-ESTORNO (WRK-IND-SUB-AGE)
                                 WRK-AGE-VLR-ESTORNO (WRK-IND-SUB-AGE)
                                 WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
            MOVE 'AGENCIA NAO CADASTRADA'
                              TO WRK-AGE-NOME (WRK-IND-SUB-AGE)
            .
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ZERA A OCORRENCIA DE UMA REGIAO NA TABELA DE SUBTOTAIS      *
      *----------------------------------------------------------------*
        1000-20-ZERA-REGIAO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'          TO WRK-REG-VISTA (WRK-IND-SUB-REG)
            MOVE SPACES       TO WRK-REG-NOME (WRK-IND-SUB-REG)
            MOVE ZEROS        TO WRK-REG-QTDE-PRAZO (WRK-IND-SUB-REG)
                                 WRK-REG-VLR-PRAZO (WRK-IND-SUB-REG)
                                 WRK-REG-VLR-ATRASO (WRK-IND-SUB-REG)
                                 WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 1)
                                 WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 2)
                                 WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 3)
                                 WRK-REG-VLR-MULTA (WRK-IND-SUB-REG)
                                 WRK-REG-QTDE-NPAGO (WRK-IND-SUB-REG)
                                 WRK-REG-QTDE-NCAD (WRK-IND-SUB-REG)
                                 WRK-REG-QTDE-PARCIAL (WRK-IND-SUB-REG)
                                 WRK-REG-VLR-PARCIAL (WRK-IND-SUB-REG)
                                 WRK-REG-QTDE-ESTORNO (WRK-IND-SUB-REG)
                                 WRK-REG-VLR-ESTORNO (WRK-IND-SUB-REG)
            .
      *
      *----------------------------------------------------------------*
        1000-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA DE AGENCIAS O NOME E A REGIAO DE CADA     *
      *    AGENCIA DO CADASTRO (ARQAGE01), E O NOME DE CADA REGIAO NA  *
      *    TABELA DE SUBTOTAIS. CADASTRO AINDA NAO CRIADO NAO PARA O   *
      *    RELATORIO - AS AGENCIAS SAEM SEM NOME, NA REGIAO 00         *
      *----------------------------------------------------------------*
        1200-CARREGA-AGENCIAS           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'AGENCIA SEM CADASTRO' TO WRK-REG-NOME (1)

            MOVE 'N'                    TO WRK-IND-SEM-ARQAGE01
            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQAGE01         TO TRUE
            OPEN INPUT ARQAGE01
            IF WRK-FS-AGE01-NAO-EXISTE
               SET WRK-SEM-ARQAGE01     TO TRUE
               GO TO 1200-99-FIM
            END-IF
            IF NOT WRK-FS-AGE01-OK
               MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1200-10-LER-AGENCIA
                UNTIL WRK-FS-AGE01-FIM

            SET WRK-CN-CLOSE            TO TRUE
            CLOSE ARQAGE01
            .
      *
      *----------------------------------------------------------------*
        1200-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1200-10-LER-AGENCIA             SECTION.
      *----------------------------------------------------------------*
            SET WRK-CN-READ             TO TRUE
            READ ARQAGE01               NEXT RECORD

            EVALUATE WRK-FS-ARQAGE01
                WHEN '00'
                     IF AGE01-COD-AGENCIA GREATER ZEROS
                        MOVE AGE01-COD-AGENCIA TO WRK-IND-SUB-AGE
                        MOVE AGE01-NOM-AGENCIA
                                 TO WRK-AGE-NOME (WRK-IND-SUB-AGE)
                        MOVE AGE01-COD-REGIAO
                                 TO WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
                        COMPUTE WRK-IND-SUB-REG = AGE01-COD-REGIAO + 1
                        MOVE AGE01-NOM-REGIAO
                                 TO WRK-REG-NOME (WRK-IND-SUB-REG)
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *----------------------------------------------------------------*
        1200-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACUMULA OS PAGAMENTOS NO PRAZO (ARQSAI01) POR AGENCIA       *
      *----------------------------------------------------------------*
        3100-ACUMULA-ARQSAI01           SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O RELATORIO (UMA AGENCIA POR BLOCO DE TRES LINHAS,  *
      *    SO AGENCIAS COM MOVIMENTO), O SUBTOTAL POR REGIAO E O TOTAL *
      *    GERAL, E ENCERRA                                            *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            WRITE FD-ARQREL01            FROM REL-LINHA-TITULO-REGIAO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 4200-IMPRIME-REGIAO
                VARYING WRK-IND-SUB-REG FROM 1 BY 1
                UNTIL WRK-IND-SUB-REG GREATER 100

            MOVE 'TOTAL GERAL'           TO REL-TOT-ROTULO
            MOVE ACU-TOT-QTDE-PRAZO      TO REL-TOT-QTDE-PRAZO
            MOVE ACU-TOT-QTDE-FAIXA (1)  TO REL-TOT-QTDE-F1
            MOVE ACU-TOT-QTDE-FAIXA (2)  TO REL-TOT-QTDE-F2
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O BLOCO DE UMA AGENCIA COM MOVIMENTO - NOME E       *
      *    REGIAO DO CADASTRO E AS DUAS LINHAS DE NUMEROS - E ACUMULA  *
      *    A AGENCIA NO SUBTOTAL DA SUA REGIAO                         *
      *----------------------------------------------------------------*
        4100-IMPRIME-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) EQUAL 'S'
               PERFORM 4150-ACUMULA-REGIAO

               MOVE WRK-IND-SUB-AGE     TO REL-NOM-COD-AGENCIA
               MOVE WRK-AGE-NOME (WRK-IND-SUB-AGE)
                                        TO REL-NOM-AGENCIA
               MOVE WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
                                        TO REL-NOM-COD-REGIAO
               MOVE WRK-REG-NOME (WRK-IND-SUB-REG)
                                        TO REL-NOM-REGIAO
               SET WRK-CN-WRITE         TO TRUE
               SET WRK-CN-ARQREL01      TO TRUE
               WRITE FD-ARQREL01        FROM REL-LINHA-NOME-AGENCIA
               IF NOT WRK-FS-REL01-OK
                  MOVE WRK-FS-ARQREL01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF

               MOVE WRK-IND-SUB-AGE     TO REL-AG1-COD-AGENCIA
               MOVE WRK-AGE-QTDE-PRAZO (WRK-IND-SUB-AGE)
                                        TO REL-AG1-QTDE-PRAZO
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SOMA OS NUMEROS DA AGENCIA NO SUBTOTAL DA SUA REGIAO        *
      *----------------------------------------------------------------*
        4150-ACUMULA-REGIAO             SECTION.
      *----------------------------------------------------------------*
      *
            COMPUTE WRK-IND-SUB-REG = WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
                                    + 1
            MOVE 'S'          TO WRK-REG-VISTA (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-PRAZO (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-PRAZO (WRK-IND-SUB-REG)
            ADD WRK-AGE-VLR-PRAZO (WRK-IND-SUB-AGE)
                              TO WRK-REG-VLR-PRAZO (WRK-IND-SUB-REG)
            ADD WRK-AGE-VLR-ATRASO (WRK-IND-SUB-AGE)
                              TO WRK-REG-VLR-ATRASO (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-FAIXA (WRK-IND-SUB-AGE 1)
                              TO WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 1)
            ADD WRK-AGE-QTDE-FAIXA (WRK-IND-SUB-AGE 2)
                              TO WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 2)
            ADD WRK-AGE-QTDE-FAIXA (WRK-IND-SUB-AGE 3)
                              TO WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 3)
            ADD WRK-AGE-VLR-MULTA (WRK-IND-SUB-AGE)
                              TO WRK-REG-VLR-MULTA (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-NPAGO (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-NPAGO (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-NCAD (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-NCAD (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-PARCIAL (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-PARCIAL (WRK-IND-SUB-REG)
            ADD WRK-AGE-VLR-PARCIAL (WRK-IND-SUB-AGE)
                              TO WRK-REG-VLR-PARCIAL (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-ESTORNO (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-ESTORNO (WRK-IND-SUB-REG)
            ADD WRK-AGE-VLR-ESTORNO (WRK-IND-SUB-AGE)
                              TO WRK-REG-VLR-ESTORNO (WRK-IND-SUB-REG)
            .
      *
      *----------------------------------------------------------------*
        4150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O SUBTOTAL DE UMA REGIAO COM MOVIMENTO (NOME DA     *
      *    REGIAO E AS TRES LINHAS NO FORMATO DO TOTAL GERAL)          *
      *----------------------------------------------------------------*
        4200-IMPRIME-REGIAO             SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-REG-VISTA (WRK-IND-SUB-REG) NOT EQUAL 'S'
               GO TO 4200-99-FIM
            END-IF

            COMPUTE WRK-ROT-COD-REGIAO = WRK-IND-SUB-REG - 1
            MOVE WRK-ROT-COD-REGIAO     TO REL-REG-COD-REGIAO
            MOVE WRK-REG-NOME (WRK-IND-SUB-REG)
                                        TO REL-REG-NOME
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
            WRITE FD-ARQREL01           FROM REL-LINHA-NOME-REGIAO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-ROTULO-REGIAO      TO REL-TOT-ROTULO
            MOVE WRK-REG-QTDE-PRAZO (WRK-IND-SUB-REG)
                                        TO REL-TOT-QTDE-PRAZO
            MOVE WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 1)
                                        TO REL-TOT-QTDE-F1
            MOVE WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 2)
                                        TO REL-TOT-QTDE-F2
            MOVE WRK-REG-QTDE-FAIXA (WRK-IND-SUB-REG 3)
                                        TO REL-TOT-QTDE-F3
            MOVE WRK-REG-VLR-MULTA (WRK-IND-SUB-REG)
                                        TO REL-TOT-VLR-MULTA
            WRITE FD-ARQREL01           FROM REL-LINHA-TOTAL-1
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-REG-QTDE-NPAGO (WRK-IND-SUB-REG)
                                        TO REL-TOT-QTDE-NPAGO
            MOVE WRK-REG-QTDE-NCAD (WRK-IND-SUB-REG)
                                        TO REL-TOT-QTDE-NCAD
            MOVE WRK-REG-QTDE-PARCIAL (WRK-IND-SUB-REG)
                                        TO REL-TOT-QTDE-PARCIAL
            MOVE WRK-REG-VLR-PARCIAL (WRK-IND-SUB-REG)
                                        TO REL-TOT-VLR-PARCIAL
            MOVE WRK-REG-QTDE-ESTORNO (WRK-IND-SUB-REG)
                                        TO REL-TOT-QTDE-ESTORNO
            MOVE WRK-REG-VLR-ESTORNO (WRK-IND-SUB-REG)
                                        TO REL-TOT-VLR-ESTORNO
            WRITE FD-ARQREL01           FROM REL-LINHA-TOTAL-2
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE WRK-REG-VLR-PRAZO (WRK-IND-SUB-REG)
                                        TO REL-TOT-VLR-PRAZO
            MOVE WRK-REG-VLR-ATRASO (WRK-IND-SUB-REG)
                                        TO REL-TOT-VLR-ATRASO
            WRITE FD-ARQREL01           FROM REL-LINHA-TOTAL-3
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
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
