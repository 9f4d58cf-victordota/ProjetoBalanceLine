      *    DA CARTEIRA (QTDES OK/AT/NP/NC E VALOR EM NP) E O DELTA DE  *
      *    NP CONTRA O RETRATO ANTERIOR, E UMA LINHA POR AGENCIA COM   *
      *    A SERIE DAS QTDES NP DOS DOZE RETRATOS. A CURVA QUE A       *
      *    DIRETORIA PEDE EM TODA REUNIAO, SEM PLANILHA. A AGENCIA SAI *
      *    COM O NOME DO CADASTRO DE AGENCIAS (ARQAGE01), COM A SERIE  *
      *    SUBTOTALIZADA POR REGIAO.                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSNP01                                  SNP03112
      *      ARQAGE01                                  AGE03154
      *      ARQREL01                                  (LINHA 132)
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *
            SELECT ARQSNP01 ASSIGN      TO UT-S-ARQSNP01
                       FILE STATUS      IS WRK-FS-ARQSNP01.
            SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AGE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAGE01.

            SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                       FILE STATUS      IS WRK-FS-ARQREL01.
      *
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQSNP01             PIC X(101).

        FD  ARQAGE01
            LABEL RECORD   IS STANDARD.
            COPY AGE03154.

        FD  ARQREL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
           03 WRK-AGE-OCORRENCIA   OCCURS 9999 TIMES.
              05 WRK-AGE-VISTA     PIC  X(001).
              05 WRK-AGE-QTDE-NP   PIC  9(007) OCCURS 12 TIMES.
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
              05 WRK-REG-QTDE-NP   PIC  9(009) OCCURS 12 TIMES.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-REG         PIC  9(003)         VALUE ZEROS.
        77 WRK-IND-SUB-RET         PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-SUB-2           PIC  9(002)         VALUE ZEROS.
      *
        77 ACU-LIDOS-ARQSNP01      PIC  9(007)         VALUE ZEROS.
      *
        77 WRK-DELTA-NP            PIC S9(009)         VALUE ZEROS.
      *
      * CADASTRO DE AGENCIAS AINDA NAO CRIADO PELO EXER0354 - TODAS AS
      * AGENCIAS SAEM SEM NOME, NA REGIAO 00
        77 WRK-IND-SEM-ARQAGE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAGE01     VALUE 'S'.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQSNP01      VALUE 'ARQSNP01'.
           88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           05 WRK-FS-ARQSNP01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-SNP01-OK   VALUE '00'.
              88 WRK-FS-SNP01-FIM  VALUE '10'.
           05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AGE01-OK   VALUE '00'.
              88 WRK-FS-AGE01-FIM  VALUE '10'.
              88 WRK-FS-AGE01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
           03 REL-AGE-SERIE        OCCURS 12 TIMES.
              05 FILLER            PIC  X(001).
              05 REL-AGE-QTDE-NP   PIC  ZZZZZ9.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-AGE-NOME         PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(001) VALUE SPACES.
      *
        01 REL-LINHA-TITULO-REGIAO.
           03 FILLER               PIC  X(019) VALUE
              'SUBTOTAL POR REGIAO'.
           03 FILLER               PIC  X(113) VALUE SPACES.
      *
        01 REL-LINHA-REGIAO.
           03 FILLER               PIC  X(007) VALUE 'REGIAO '.
           03 REL-REG-CODIGO       PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(001) VALUE SPACES.
           03 REL-REG-NOME         PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(004) VALUE ' NP '.
           03 REL-REG-SERIE        OCCURS 12 TIMES.
              05 FILLER            PIC  X(001).
              05 REL-REG-QTDE-NP   PIC  ZZZZZZ9.
           03 FILLER               PIC  X(002) VALUE SPACES.
      *
      *================================================================*
        PROCEDURE                       DIVISION.
            PERFORM 1000-10-ZERA-AGENCIA
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999
            MOVE LOW-VALUES             TO WRK-TAB-REGIOES
            PERFORM 1000-20-ZERA-REGIAO
                VARYING WRK-IND-SUB-REG FROM 1 BY 1
                UNTIL WRK-IND-SUB-REG GREATER 100

            PERFORM 1200-CARREGA-AGENCIAS

            SET WRK-CN-OPEN             TO TRUE
            SET WRK-CN-ARQSNP01         TO TRUE
        1000-10-ZERA-AGENCIA            SECTION.
      *----------------------------------------------------------------*
            MOVE 'N'          TO WRK-AGE-VISTA (WRK-IND-SUB-AGE)
            MOVE 'AGENCIA NAO CADASTRADA'
                              TO WRK-AGE-NOME (WRK-IND-SUB-AGE)
            MOVE ZEROS        TO WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
            PERFORM 1000-15-ZERA-SERIE
                VARYING WRK-IND-SUB-RET FROM 1 BY 1
                UNTIL WRK-IND-SUB-RET GREATER 12
        1000-15-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-20-ZERA-REGIAO             SECTION.
      *----------------------------------------------------------------*
            MOVE 'N'          TO WRK-REG-VISTA (WRK-IND-SUB-REG)
            MOVE SPACES       TO WRK-REG-NOME (WRK-IND-SUB-REG)
            PERFORM 1000-25-ZERA-SERIE-REGIAO
                VARYING WRK-IND-SUB-RET FROM 1 BY 1
                UNTIL WRK-IND-SUB-RET GREATER 12
            .
      *----------------------------------------------------------------*
        1000-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        1000-25-ZERA-SERIE-REGIAO       SECTION.
      *----------------------------------------------------------------*
            MOVE ZEROS TO WRK-REG-QTDE-NP
                          (WRK-IND-SUB-REG WRK-IND-SUB-RET)
            .
      *----------------------------------------------------------------*
        1000-25-99-FIM.
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
      *    PROCESSA UM REGISTRO DO ARQUIVO DE RETRATOS: DATA NOVA      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME OS RETRATOS LADO A LADO (TOTAIS COM DELTA DE NP), A *
      *    SERIE NP POR AGENCIA E O SUBTOTAL POR REGIAO, E ENCERRA     *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            SET WRK-CN-WRITE             TO TRUE
            SET WRK-CN-ARQREL01          TO TRUE
            WRITE FD-ARQREL01            FROM REL-LINHA-TITULO-REGIAO
            IF NOT WRK-FS-REL01-OK
               MOVE WRK-FS-ARQREL01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 4300-IMPRIME-REGIAO
                VARYING WRK-IND-SUB-REG FROM 1 BY 1
                UNTIL WRK-IND-SUB-REG GREATER 100

            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQSNP01          TO TRUE
            CLOSE ARQSNP01
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A SERIE NP DOS DOZE RETRATOS DE UMA AGENCIA, COM O  *
      *    NOME DO CADASTRO, E A SOMA NA SERIE DA SUA REGIAO           *
      *----------------------------------------------------------------*
        4200-IMPRIME-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) EQUAL 'S'
               COMPUTE WRK-IND-SUB-REG =
                       WRK-AGE-REGIAO (WRK-IND-SUB-AGE) + 1
               MOVE 'S'          TO WRK-REG-VISTA (WRK-IND-SUB-REG)
               MOVE WRK-IND-SUB-AGE     TO REL-AGE-CODIGO
               MOVE WRK-AGE-NOME (WRK-IND-SUB-AGE)
                                        TO REL-AGE-NOME
               PERFORM 4200-10-MOVE-COLUNA
                   VARYING WRK-IND-SUB-RET FROM 1 BY 1
                   UNTIL WRK-IND-SUB-RET GREATER 12
      *----------------------------------------------------------------*
            MOVE WRK-AGE-QTDE-NP (WRK-IND-SUB-AGE WRK-IND-SUB-RET)
              TO REL-AGE-QTDE-NP (WRK-IND-SUB-RET)
            ADD WRK-AGE-QTDE-NP (WRK-IND-SUB-AGE WRK-IND-SUB-RET)
              TO WRK-REG-QTDE-NP (WRK-IND-SUB-REG WRK-IND-SUB-RET)
            .
      *----------------------------------------------------------------*
        4200-10-99-FIM.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME A SERIE NP DOS DOZE RETRATOS DE UMA REGIAO COM      *
      *    AGENCIA NO RELATORIO                                        *
      *----------------------------------------------------------------*
        4300-IMPRIME-REGIAO             SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-REG-VISTA (WRK-IND-SUB-REG) EQUAL 'S'
               COMPUTE REL-REG-CODIGO = WRK-IND-SUB-REG - 1
               MOVE WRK-REG-NOME (WRK-IND-SUB-REG)
                                        TO REL-REG-NOME
               PERFORM 4300-10-MOVE-COLUNA
                   VARYING WRK-IND-SUB-RET FROM 1 BY 1
                   UNTIL WRK-IND-SUB-RET GREATER 12
               SET WRK-CN-WRITE         TO TRUE
               SET WRK-CN-ARQREL01      TO TRUE
               WRITE FD-ARQREL01        FROM REL-LINHA-REGIAO
               IF NOT WRK-FS-REL01-OK
                  MOVE WRK-FS-ARQREL01  TO WRK-FS-DISPLAY
                  PERFORM 9100-ERROS-ARQUIVOS
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        4300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
        4300-10-MOVE-COLUNA             SECTION.
      *----------------------------------------------------------------*
            MOVE WRK-REG-QTDE-NP (WRK-IND-SUB-REG WRK-IND-SUB-RET)
              TO REL-REG-QTDE-NP (WRK-IND-SUB-RET)
            .
      *----------------------------------------------------------------*
        4300-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE ERRO EM OPERACAO COM ARQUIVOS                     *
      *----------------------------------------------------------------*
        9100-ERROS-ARQUIVOS        SECTION.
