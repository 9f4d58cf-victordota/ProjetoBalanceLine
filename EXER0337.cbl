      *      ARQPARM                                   PAR03137
      *      ARQPLA01                                  PLA03112
      *      ARQENT01                                  ENT03112
      *      ARQAGE01                                  AGE03154
      *      ARQREL01                                  (LINHA 132)
      *----------------------------------------------------------------*
      *    ROTINAS.....: CALE2000                                      *
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS AGE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQAGE01.

            SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                       FILE STATUS      IS WRK-FS-ARQREL01.
      *
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQAGE01
            LABEL RECORD   IS STANDARD.
            COPY AGE03154.

        FD  ARQREL01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
           03 WRK-CAD-CTRT         PIC  9(002)         VALUE ZEROS.
        77 WRK-IND-TIPO-CONTAGEM   PIC  X(001)         VALUE SPACES.
      *
      * LOCALIDADE DO CALENDARIO DE FERIADOS DA AGENCIA PASSADA A
      * CALE2000 (ARQAGE01 - MANTIDO PELO EXER0354). CADASTRO DE
      * AGENCIAS AINDA NAO CRIADO USA A LOCALIDADE ZEROS (SO FERIADOS
      * NACIONAIS), COMO O BALANCE LINE
        77 WRK-IND-SEM-ARQAGE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAGE01     VALUE 'S'.
        77 WRK-LOC-COD-AGENCIA     PIC  9(004)         VALUE ZEROS.
        77 WRK-LOC-ULT-AGENCIA     PIC  X(004)         VALUE SPACES.
        77 WRK-LOC-COD-LOCALIDADE  PIC  9(002)         VALUE ZEROS.
      *
      * CONVERSAO DA DATA DE VENCIMENTO (dd.mm.aaaa) PARA AAAAMMDD
        01 WRK-DAT-VENC-EDIT.
           03 WRK-VENC-EDIT-DIA    PIC  9(002)  VALUE ZEROS.
           88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
           88 WRK-CN-ARQPLA01      VALUE 'ARQPLA01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
           88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
              88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-AGE01-OK   VALUE '00'.
              88 WRK-FS-AGE01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
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

            SET WRK-CN-ARQREL01         TO TRUE
            OPEN OUTPUT ARQREL01
            IF NOT WRK-FS-REL01-OK
        3200-APURA-DIAS-ATRASO          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-CAD-AGEN           TO WRK-LOC-COD-AGENCIA
            PERFORM 3250-OBTEM-LOCALIDADE-AGENCIA

            INITIALIZE                  CALE01-REGISTRO
            MOVE 'CALE0001'             TO CALE01-ID-BLOCO
            MOVE LENGTH                 OF CALE01-REGISTRO
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-INI
            MOVE 'I'                TO CALE01-TP-INCL-ARGUMENTO-FINAL
            MOVE ZEROS                  TO CALE01-COD-IDIOMA
            MOVE WRK-LOC-COD-LOCALIDADE TO CALE01-COD-LOCALIDADE
            MOVE WRK-DAT-VENC-EDIT      TO CALE01-VLR-ARGUMENTO-INI
            MOVE WRK-DAT-CORTE          TO CALE01-VLR-ARGUMENTO-FINAL

      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    OBTEM NO CADASTRO DE AGENCIAS (ARQAGE01) A LOCALIDADE DO    *
      *    CALENDARIO DE FERIADOS DA AGENCIA EM WRK-LOC-COD-AGENCIA,   *
      *    PARA A CALE2000 CONTAR OS FERIADOS MUNICIPAIS DA CIDADE DA  *
      *    AGENCIA - MESMA REGRA DE 3956 DO BALANCE LINE. AGENCIA NAO  *
      *    CADASTRADA OU CADASTRO NAO CRIADO DEVOLVE ZEROS             *
      *----------------------------------------------------------------*
        3250-OBTEM-LOCALIDADE-AGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-LOC-COD-AGENCIA EQUAL WRK-LOC-ULT-AGENCIA
               GO TO 3250-99-FIM
            END-IF

            MOVE WRK-LOC-COD-AGENCIA    TO WRK-LOC-ULT-AGENCIA
            MOVE ZEROS                  TO WRK-LOC-COD-LOCALIDADE

            IF WRK-SEM-ARQAGE01
               GO TO 3250-99-FIM
            END-IF

            MOVE WRK-LOC-COD-AGENCIA    TO AGE01-COD-AGENCIA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQAGE01         TO TRUE
            READ ARQAGE01                KEY IS AGE01-CHAVE

            EVALUATE WRK-FS-ARQAGE01
                WHEN '00'
                     MOVE AGE01-COD-LOCALIDADE
                                        TO WRK-LOC-COD-LOCALIDADE
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQAGE01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3250-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO PLANO DE PARCELAS           *
      *----------------------------------------------------------------*
        3800-LER-PARCELA                SECTION.
            CLOSE ARQPLA01
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            IF NOT WRK-SEM-ARQAGE01
               SET WRK-CN-ARQAGE01      TO TRUE
               CLOSE ARQAGE01
            END-IF
            SET WRK-CN-ARQREL01          TO TRUE
            CLOSE ARQREL01
            IF NOT WRK-FS-REL01-OK
