      *    HIS01-DAT-ULT-PROCESSAMENTO, VIA CALE2000) - O NIVEL DE     *
      *    INADIMPLENCIA SEM ESPERAR O MOVIMENTO DO DIA. CONTA         *
      *    INATIVADA NO CADASTRO E CONTADA A PARTE E NAO ENTRA NO MIX. *
      *    A AGENCIA SAI COM NOME E REGIAO DO CADASTRO DE AGENCIAS     *
      *    (ARQAGE01), COM SUBTOTAL DO MIX POR REGIAO.                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHIS01                                  HIS03112
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
              05 WRK-AGE-QTDE-AT   PIC  9(007).
              05 WRK-AGE-QTDE-NP   PIC  9(007).
              05 WRK-AGE-QTDE-NC   PIC  9(007).
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
              05 WRK-REG-QTDE-OK   PIC  9(009).
              05 WRK-REG-QTDE-AT   PIC  9(009).
              05 WRK-REG-QTDE-NP   PIC  9(009).
              05 WRK-REG-QTDE-NC   PIC  9(009).
      *
        01 WRK-TAB-PRODUTOS.
           03 WRK-PRO-OCORRENCIA   OCCURS 999 TIMES.
      *
        77 WRK-IND-SUB-AGE         PIC  9(005)         VALUE ZEROS.
        77 WRK-IND-SUB-PRO         PIC  9(004)         VALUE ZEROS.
        77 WRK-IND-SUB-REG         PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
        77 WRK-COD-PRODUTO-CAD     PIC  9(003)         VALUE ZEROS.
        77 WRK-IND-CONTA-NO-MIX    PIC  X(001)         VALUE 'S'.
           88 WRK-CONTA-NO-MIX     VALUE 'S'.
      *
      * CADASTRO DE AGENCIAS AINDA NAO CRIADO PELO EXER0354 - TODAS AS
      * AGENCIAS SAEM SEM NOME, NA REGIAO 00
        77 WRK-IND-SEM-ARQAGE01    PIC  X(001)         VALUE 'N'.
           88 WRK-SEM-ARQAGE01     VALUE 'S'.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
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
              88 WRK-FS-AGE01-FIM  VALUE '10'.
              88 WRK-FS-AGE01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-REL01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
           03 REL-AGE-QTDE-NP      PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(004) VALUE ' NC '.
           03 REL-AGE-QTDE-NC      PIC  ZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-AGE-NOME         PIC  X(030) VALUE SPACES.
           03 FILLER               PIC  X(008) VALUE ' REGIAO '.
           03 REL-AGE-REGIAO       PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(033) VALUE SPACES.
      *
        01 REL-LINHA-TITULO-REGIAO.
           03 FILLER               PIC  X(019) VALUE
              'SUBTOTAL POR REGIAO'.
           03 FILLER               PIC  X(113) VALUE SPACES.
      *
        01 REL-LINHA-REGIAO.
           03 FILLER               PIC  X(007) VALUE 'REGIAO '.
           03 REL-REG-CODIGO       PIC  9(002) VALUE ZEROS.
           03 FILLER               PIC  X(005) VALUE '  OK '.
           03 REL-REG-QTDE-OK      PIC  ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(004) VALUE ' AT '.
           03 REL-REG-QTDE-AT      PIC  ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(004) VALUE ' NP '.
           03 REL-REG-QTDE-NP      PIC  ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(004) VALUE ' NC '.
           03 REL-REG-QTDE-NC      PIC  ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER               PIC  X(002) VALUE SPACES.
           03 REL-REG-NOME         PIC  X(020) VALUE SPACES.
           03 FILLER               PIC  X(048) VALUE SPACES.
      *
        01 REL-LINHA-PRODUTO.
           03 FILLER               PIC  X(008) VALUE 'PRODUTO '.
                VARYING WRK-IND-SUB-AGE FROM 1 BY 1
                UNTIL WRK-IND-SUB-AGE GREATER 9999

            PERFORM 1200-CARREGA-AGENCIAS

            MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-REFERENCIA
            MOVE WRK-DAT-REFERENCIA     TO REL-TIT-DAT-REFER

      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ZERA UMA OCORRENCIA DAS TABELAS DE AGENCIA, REGIAO E        *
      *    PRODUTO                                                     *
      *----------------------------------------------------------------*
        1000-10-ZERA-TABELAS            SECTION.
      *----------------------------------------------------------------*
                                 WRK-AGE-QTDE-AT (WRK-IND-SUB-AGE)
                                 WRK-AGE-QTDE-NP (WRK-IND-SUB-AGE)
                                 WRK-AGE-QTDE-NC (WRK-IND-SUB-AGE)
                                 WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
            MOVE 'AGENCIA NAO CADASTRADA'
                              TO WRK-AGE-NOME (WRK-IND-SUB-AGE)
            IF WRK-IND-SUB-AGE NOT GREATER 100
               MOVE 'N'       TO WRK-REG-VISTA (WRK-IND-SUB-AGE)
               MOVE SPACES    TO WRK-REG-NOME (WRK-IND-SUB-AGE)
               MOVE ZEROS     TO WRK-REG-QTDE-OK (WRK-IND-SUB-AGE)
                                 WRK-REG-QTDE-AT (WRK-IND-SUB-AGE)
                                 WRK-REG-QTDE-NP (WRK-IND-SUB-AGE)
                                 WRK-REG-QTDE-NC (WRK-IND-SUB-AGE)
            END-IF
            IF WRK-IND-SUB-AGE NOT GREATER 999
               MOVE 'N'       TO WRK-PRO-VISTA (WRK-IND-SUB-AGE)
               MOVE ZEROS     TO WRK-PRO-QTDE-OK (WRK-IND-SUB-AGE)
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
      *    PROCESSA UM REGISTRO DO HISTORICO: CASA COM O CADASTRO,     *
      *    ACUMULA O MIX POR AGENCIA E POR PRODUTO E, PARA NP, APURA   *
      *    HA QUANTOS DIAS A CONTA ESTA PARADA                         *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O MIX POR AGENCIA, O SUBTOTAL POR REGIAO, O MIX POR *
      *    PRODUTO, AS BANDAS DE NP E O RESUMO, E ENCERRA              *
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

            PERFORM 4200-IMPRIME-PRODUTO
                VARYING WRK-IND-SUB-PRO FROM 1 BY 1
                UNTIL WRK-IND-SUB-PRO GREATER 999
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O MIX DE UMA AGENCIA COM MOVIMENTO NO HISTORICO,    *
      *    COM NOME E REGIAO DO CADASTRO, E O SOMA NA SUA REGIAO       *
      *----------------------------------------------------------------*
        4100-IMPRIME-AGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-AGE-VISTA (WRK-IND-SUB-AGE) EQUAL 'S'
               PERFORM 4150-ACUMULA-REGIAO
               MOVE WRK-IND-SUB-AGE     TO REL-AGE-CODIGO
               MOVE WRK-AGE-NOME (WRK-IND-SUB-AGE)
                                        TO REL-AGE-NOME
               MOVE WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
                                        TO REL-AGE-REGIAO
               MOVE WRK-AGE-QTDE-OK (WRK-IND-SUB-AGE)
                                        TO REL-AGE-QTDE-OK
               MOVE WRK-AGE-QTDE-AT (WRK-IND-SUB-AGE)
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SOMA O MIX DA AGENCIA NO SUBTOTAL DA SUA REGIAO             *
      *----------------------------------------------------------------*
        4150-ACUMULA-REGIAO             SECTION.
      *----------------------------------------------------------------*
      *
            COMPUTE WRK-IND-SUB-REG = WRK-AGE-REGIAO (WRK-IND-SUB-AGE)
                                    + 1
            MOVE 'S'          TO WRK-REG-VISTA (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-OK (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-OK (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-AT (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-AT (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-NP (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-NP (WRK-IND-SUB-REG)
            ADD WRK-AGE-QTDE-NC (WRK-IND-SUB-AGE)
                              TO WRK-REG-QTDE-NC (WRK-IND-SUB-REG)
            .
      *
      *----------------------------------------------------------------*
        4150-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O MIX DE UM PRODUTO COM MOVIMENTO NO HISTORICO      *
      *----------------------------------------------------------------*
        4200-IMPRIME-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    IMPRIME O SUBTOTAL DO MIX DE UMA REGIAO COM MOVIMENTO       *
      *----------------------------------------------------------------*
        4300-IMPRIME-REGIAO             SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-REG-VISTA (WRK-IND-SUB-REG) EQUAL 'S'
               COMPUTE REL-REG-CODIGO = WRK-IND-SUB-REG - 1
               MOVE WRK-REG-QTDE-OK (WRK-IND-SUB-REG)
                                        TO REL-REG-QTDE-OK
               MOVE WRK-REG-QTDE-AT (WRK-IND-SUB-REG)
                                        TO REL-REG-QTDE-AT
               MOVE WRK-REG-QTDE-NP (WRK-IND-SUB-REG)
                                        TO REL-REG-QTDE-NP
               MOVE WRK-REG-QTDE-NC (WRK-IND-SUB-REG)
                                        TO REL-REG-QTDE-NC
               MOVE WRK-REG-NOME (WRK-IND-SUB-REG)
                                        TO REL-REG-NOME
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
      *----------------------------------------------------------------*
      *    ROTINA DE ERRO EM OPERACAO COM ARQUIVOS                     *
      *----------------------------------------------------------------*
        9100-ERROS-ARQUIVOS        SECTION.
