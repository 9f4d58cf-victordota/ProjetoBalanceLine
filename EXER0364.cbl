      *================================================================*
        IDENTIFICATION                  DIVISION.
      *================================================================*
        PROGRAM-ID. EXER0364.
        AUTHOR.     VICTOR DOTA.
      *================================================================*
      *                                                                *
      *================================================================*
      *    DATA........: 02/09/2026                                    *
      *    OBJETIVO....: APLICAR AS DEVOLUCOES DE SALDO CREDOR         *
      *    APROVADAS PELA AREA DE OPERACOES (ARQDVA01, BOOK DVC03163   *
      *    COM IND-APROVACAO PREENCHIDO): PARA CADA PROPOSTA APROVADA  *
      *    CUJO CREDITO NO LIVRO (ARQCRE01) AINDA E O PROPOSTO, GERA A *
      *    ORDEM DE PAGAMENTO PARA A TESOURARIA (ARQOPG01, BOOK        *
      *    OPG03164) COM NOME, DOCUMENTO, ENDERECO E CONTA PARA        *
      *    CREDITO DO CLIENTE NO CADASTRO (ARQENT01), ZERA O CREDITO   *
      *    NO LIVRO E GRAVA O EVENTO CONTABIL DE DEVOLUCAO (ARQDSC01,  *
      *    BOOK DSC03164) QUE A INTERFACE CONTABIL (EXER0322) LANCA    *
      *    COMO 'DSC'. CREDITO ALTERADO DEPOIS DA PROPOSTA (ABATIDO OU *
      *    ACRESCIDO PELO BALANCE LINE) E REJEITADO E VOLTA NA PROXIMA *
      *    PROPOSTA DO EXER0363. PROPOSTA RECUSADA OU SEM DECISAO E SO *
      *    LISTADA (ARQLST01, BOOK LST03164).                          *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDVA01                                  DVC03163
      *      ARQCRE01                                  CRE03112
      *      ARQENT01                                  ENT03112
      *      ARQOPG01                                  OPG03164
      *      ARQDSC01                                  DSC03164
      *      ARQLST01                                  LST03164
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
            SELECT ARQDVA01 ASSIGN      TO UT-S-ARQDVA01
                       FILE STATUS      IS WRK-FS-ARQDVA01.

            SELECT ARQCRE01 ASSIGN      TO UT-S-ARQCRE01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS CRE01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQCRE01.

            SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS ARQENT01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQENT01.

            SELECT ARQOPG01 ASSIGN      TO UT-S-ARQOPG01
                       FILE STATUS      IS WRK-FS-ARQOPG01.

            SELECT ARQDSC01 ASSIGN      TO UT-S-ARQDSC01
                       FILE STATUS      IS WRK-FS-ARQDSC01.

            SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                       FILE STATUS      IS WRK-FS-ARQLST01.
      *
      *================================================================*
        DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
        FILE                            SECTION.
      *----------------------------------------------------------------*
      *
        FD  ARQDVA01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQDVA01             PIC X(96).

        FD  ARQCRE01
            LABEL RECORD   IS STANDARD.
            COPY CRE03112.

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            COPY ENT03112.

        FD  ARQOPG01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQOPG01             PIC X(175).

        FD  ARQDSC01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQDSC01             PIC X(25).

        FD  ARQLST01
            RECORDING MODE IS F
            LABEL RECORD IS STANDARD
            BLOCK CONTAINS 0 RECORDS.
        01 FD-ARQLST01             PIC X(74).

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
            COPY DVC03163.
            COPY OPG03164.
            COPY DSC03164.
            COPY LST03164.
      *
      *----------------------------------------------------------------*
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA DE ACUMULADORES E INDICADORES'.
      *----------------------------------------------------------------*
      *
        77 WRK-PROGRAMA            PIC  X(008)         VALUE 'EXER0364'.
        77 ACU-LIDOS-ARQDVA01      PIC  9(005)         VALUE ZEROS.
        77 ACU-APLICADAS           PIC  9(005)         VALUE ZEROS.
        77 ACU-RECUSADAS           PIC  9(005)         VALUE ZEROS.
        77 ACU-SEM-DECISAO         PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-TOT-VLR-DEVOLUCAO   PIC  9(013)V99      VALUE ZEROS.
      *
        77 WRK-COD-RETORNO         PIC  9(002)         VALUE ZEROS.
        77 WRK-DES-RESULTADO       PIC  X(050)         VALUE SPACES.
        77 WRK-IND-CADASTRO-ACHADO PIC  X(001)         VALUE 'N'.
           88 WRK-CADASTRO-ACHADO  VALUE 'S'.
      *
        01 WRK-RUN-TIMESTAMP.
           05 WRK-RUN-DATA         PIC  9(008)         VALUE ZEROS.
           05 WRK-RUN-HORA         PIC  9(006)         VALUE ZEROS.
           05 FILLER               PIC  X(007)         VALUE SPACES.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQDVA01      VALUE 'ARQDVA01'.
           88 WRK-CN-ARQCRE01      VALUE 'ARQCRE01'.
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
           88 WRK-CN-ARQOPG01      VALUE 'ARQOPG01'.
           88 WRK-CN-ARQDSC01      VALUE 'ARQDSC01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
           88 WRK-CN-CLOSE         VALUE 'CLOSE'.
           88 WRK-CN-READ          VALUE 'READ '.
           88 WRK-CN-WRITE         VALUE 'WRITE'.
           88 WRK-CN-REWRITE       VALUE 'REWRI'.
      *
        01 FILLER                  PIC  X(050) VALUE
              'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
        01 WRK-AREA-FS.
           05 WRK-FS-ARQDVA01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DVA01-OK   VALUE '00'.
              88 WRK-FS-DVA01-FIM  VALUE '10'.
           05 WRK-FS-ARQCRE01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-CRE01-OK   VALUE '00'.
              88 WRK-FS-CRE01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-ENT01-OK   VALUE '00'.
           05 WRK-FS-ARQOPG01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-OPG01-OK   VALUE '00'.
           05 WRK-FS-ARQDSC01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-DSC01-OK   VALUE '00'.
           05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-LST01-OK   VALUE '00'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
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
                UNTIL WRK-FS-DVA01-FIM
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
            SET WRK-CN-ARQDVA01         TO TRUE
            OPEN INPUT ARQDVA01
            IF NOT WRK-FS-DVA01-OK
               MOVE WRK-FS-ARQDVA01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQCRE01         TO TRUE
            OPEN I-O ARQCRE01
            IF NOT WRK-FS-CRE01-OK
               MOVE WRK-FS-ARQCRE01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQENT01         TO TRUE
            OPEN INPUT ARQENT01
            IF NOT WRK-FS-ENT01-OK
               MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQOPG01         TO TRUE
            OPEN OUTPUT ARQOPG01
            IF NOT WRK-FS-OPG01-OK
               MOVE WRK-FS-ARQOPG01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQDSC01         TO TRUE
            OPEN OUTPUT ARQDSC01
            IF NOT WRK-FS-DSC01-OK
               MOVE WRK-FS-ARQDSC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQLST01         TO TRUE
            OPEN OUTPUT ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 3800-LER-APROVACAO
            .
      *
      *----------------------------------------------------------------*
        1000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA UMA PROPOSTA DO RETORNO DA AREA DE OPERACOES          *
      *    CONFORME A DECISAO                                          *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            EVALUATE TRUE
                WHEN DVC01-PROPOSTA-APROVADA
                     PERFORM 3100-APLICA-DEVOLUCAO
                WHEN DVC01-PROPOSTA-RECUSADA
                     ADD 1              TO ACU-RECUSADAS
                     MOVE 'PROPOSTA RECUSADA PELA AREA DE OPERACOES'
                                        TO WRK-DES-RESULTADO
                     PERFORM 3900-GRAVA-LISTAGEM
                WHEN OTHER
                     ADD 1              TO ACU-SEM-DECISAO
                     MOVE 'PROPOSTA SEM DECISAO DA AREA DE OPERACOES'
                                        TO WRK-DES-RESULTADO
                     PERFORM 3900-GRAVA-LISTAGEM
            END-EVALUATE
      *
            PERFORM 3800-LER-APROVACAO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APLICA UMA DEVOLUCAO APROVADA: CONFERE O CREDITO NO LIVRO,  *
      *    GERA A ORDEM DE PAGAMENTO, ZERA O CREDITO E GRAVA O EVENTO  *
      *    CONTABIL                                                    *
      *----------------------------------------------------------------*
        3100-APLICA-DEVOLUCAO           SECTION.
      *----------------------------------------------------------------*
      *
            MOVE DVC01-COD-AGENCIA      TO CRE01-COD-AGENCIA
            MOVE DVC01-NUM-CONTA        TO CRE01-NUM-CONTA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQCRE01         TO TRUE
            READ ARQCRE01                KEY IS CRE01-CHAVE

            EVALUATE WRK-FS-ARQCRE01
                WHEN '00'
                     IF CRE01-VLR-CREDITO NOT EQUAL DVC01-VLR-CREDITO
                        ADD 1 TO ACU-REJEITADOS
                        MOVE
                           'REJEITADO - CREDITO ALTERADO APOS PROPOSTA'
                                        TO WRK-DES-RESULTADO
                        PERFORM 3900-GRAVA-LISTAGEM
                        GO TO 3100-99-FIM
                     END-IF
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
                     MOVE 'REJEITADO - CREDITO NAO ENCONTRADO NO LIVRO'
                                        TO WRK-DES-RESULTADO
                     PERFORM 3900-GRAVA-LISTAGEM
                     GO TO 3100-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQCRE01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            PERFORM 3200-BUSCA-CADASTRO
            IF NOT WRK-CADASTRO-ACHADO
               ADD 1                    TO ACU-REJEITADOS
               MOVE 'REJEITADO - CONTA SEM CADASTRO'
                                        TO WRK-DES-RESULTADO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3100-99-FIM
            END-IF

            PERFORM 3300-GRAVA-ORDEM-PAGAMENTO

            MOVE ZEROS                  TO CRE01-VLR-CREDITO
            MOVE WRK-RUN-DATA           TO CRE01-DAT-ULT-ATUALIZACAO
            SET WRK-CN-REWRITE          TO TRUE
            REWRITE CRE01-REGISTRO
            IF NOT WRK-FS-CRE01-OK
               MOVE WRK-FS-ARQCRE01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 3400-GRAVA-EVENTO-DEVOLUCAO

            ADD 1                       TO ACU-APLICADAS
            MOVE 'DEVOLUCAO APLICADA - ORDEM DE PAGAMENTO GERADA'
                                        TO WRK-DES-RESULTADO
            PERFORM 3900-GRAVA-LISTAGEM
            .
      *
      *----------------------------------------------------------------*
        3100-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    POSICIONA NO PRIMEIRO CONTRATO DA CONTA NO CADASTRO - OS    *
      *    DADOS DO CLIENTE DA ORDEM DE PAGAMENTO VEM DELE             *
      *----------------------------------------------------------------*
        3200-BUSCA-CADASTRO             SECTION.
      *----------------------------------------------------------------*
      *
            MOVE 'N'                    TO WRK-IND-CADASTRO-ACHADO

            MOVE DVC01-COD-AGENCIA      TO ARQENT01-COD-AGENCIA
            MOVE DVC01-NUM-CONTA        TO ARQENT01-NUM-CONTA
            MOVE ZEROS                  TO ARQENT01-NUM-CONTRATO

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            START ARQENT01 KEY NOT LESS ARQENT01-CHAVE

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     CONTINUE
                WHEN '23'
                     GO TO 3200-99-FIM
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            READ ARQENT01               NEXT RECORD

            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     IF ARQENT01-COD-AGENCIA EQUAL DVC01-COD-AGENCIA
                        AND ARQENT01-NUM-CONTA EQUAL DVC01-NUM-CONTA
                        SET WRK-CADASTRO-ACHADO TO TRUE
                     END-IF
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
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
      *    GRAVA A ORDEM DE PAGAMENTO PARA A TESOURARIA COM OS DADOS   *
      *    DO CLIENTE NO CADASTRO. A CONTA PARA CREDITO E A DE DEBITO  *
      *    AUTOMATICO AUTORIZADA; SEM ELA, VAI ZERADA                  *
      *----------------------------------------------------------------*
        3300-GRAVA-ORDEM-PAGAMENTO      SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  OPG01-REGISTRO
            MOVE WRK-RUN-DATA           TO OPG01-DAT-PROCESSAMENTO
            MOVE DVC01-COD-AGENCIA      TO OPG01-COD-AGENCIA
            MOVE DVC01-NUM-CONTA        TO OPG01-NUM-CONTA
            MOVE ARQENT01-NOM-CLIENTE   TO OPG01-NOM-CLIENTE
            MOVE ARQENT01-IND-TIPO-PESSOA TO OPG01-IND-TIPO-PESSOA
            MOVE ARQENT01-NUM-DOCUMENTO TO OPG01-NUM-DOCUMENTO
            MOVE ARQENT01-DES-LOGRADOURO TO OPG01-DES-LOGRADOURO
            MOVE ARQENT01-NOM-CIDADE    TO OPG01-NOM-CIDADE
            MOVE ARQENT01-SIG-UF        TO OPG01-SIG-UF
            MOVE ARQENT01-NUM-CEP       TO OPG01-NUM-CEP
            IF ARQENT01-COM-DEB-AUTOMATICO
               MOVE ARQENT01-COD-BANCO-DEBITO
                                        TO OPG01-COD-BANCO-CREDITO
               MOVE ARQENT01-COD-AGENCIA-DEBITO
                                        TO OPG01-COD-AGENCIA-CREDITO
               MOVE ARQENT01-NUM-CONTA-DEBITO
                                        TO OPG01-NUM-CONTA-CREDITO
            END-IF
            MOVE CRE01-VLR-CREDITO      TO OPG01-VLR-DEVOLUCAO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQOPG01         TO TRUE
            WRITE FD-ARQOPG01           FROM OPG01-REGISTRO
            IF NOT WRK-FS-OPG01-OK
               MOVE WRK-FS-ARQOPG01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3300-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    GRAVA O EVENTO CONTABIL DA DEVOLUCAO (VALOR DA ORDEM DE     *
      *    PAGAMENTO, JA ZERADO NO LIVRO DE CREDITOS)                  *
      *----------------------------------------------------------------*
        3400-GRAVA-EVENTO-DEVOLUCAO     SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DSC01-REGISTRO
            MOVE WRK-RUN-DATA           TO DSC01-DAT-PROCESSAMENTO
            MOVE DVC01-COD-AGENCIA      TO DSC01-COD-AGENCIA
            MOVE OPG01-VLR-DEVOLUCAO    TO DSC01-VLR-DEVOLUCAO

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQDSC01         TO TRUE
            WRITE FD-ARQDSC01           FROM DSC01-REGISTRO
            IF NOT WRK-FS-DSC01-OK
               MOVE WRK-FS-ARQDSC01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            ADD OPG01-VLR-DEVOLUCAO     TO ACU-TOT-VLR-DEVOLUCAO
            .
      *
      *----------------------------------------------------------------*
        3400-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO RETORNO DA AREA DE OPERACOES           *
      *----------------------------------------------------------------*
        3800-LER-APROVACAO              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  DVC01-REGISTRO
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQDVA01         TO TRUE
            READ ARQDVA01                INTO DVC01-REGISTRO
      *
            EVALUATE WRK-FS-ARQDVA01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQDVA01
                WHEN '10'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQDVA01 TO WRK-FS-DISPLAY
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
      *    GRAVA UMA LINHA DE LISTAGEM COM O RESULTADO DA PROPOSTA     *
      *----------------------------------------------------------------*
        3900-GRAVA-LISTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
            INITIALIZE                  LST14-REGISTRO
            MOVE DVC01-COD-AGENCIA      TO LST14-COD-AGENCIA
            MOVE DVC01-NUM-CONTA        TO LST14-NUM-CONTA
            MOVE DVC01-IND-APROVACAO    TO LST14-IND-APROVACAO
            MOVE DVC01-VLR-CREDITO      TO LST14-VLR-CREDITO
            MOVE WRK-DES-RESULTADO      TO LST14-DES-RESULTADO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQLST01         TO TRUE
            WRITE FD-ARQLST01           FROM LST14-REGISTRO
      *
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
        4000-FINALIZAR                   SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-CLOSE             TO TRUE
            SET WRK-CN-ARQDVA01          TO TRUE
            CLOSE ARQDVA01
            SET WRK-CN-ARQCRE01          TO TRUE
            CLOSE ARQCRE01
            IF NOT WRK-FS-CRE01-OK
               MOVE WRK-FS-ARQCRE01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQENT01          TO TRUE
            CLOSE ARQENT01
            SET WRK-CN-ARQOPG01          TO TRUE
            CLOSE ARQOPG01
            IF NOT WRK-FS-OPG01-OK
               MOVE WRK-FS-ARQOPG01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQDSC01          TO TRUE
            CLOSE ARQDSC01
            IF NOT WRK-FS-DSC01-OK
               MOVE WRK-FS-ARQDSC01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            SET WRK-CN-ARQLST01          TO TRUE
            CLOSE ARQLST01
            IF NOT WRK-FS-LST01-OK
               MOVE WRK-FS-ARQLST01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0364        *'
            DISPLAY '* PROPOSTAS LIDAS.........: ' ACU-LIDOS-ARQDVA01
            DISPLAY '* DEVOLUCOES APLICADAS....: ' ACU-APLICADAS
            DISPLAY '* RECUSADAS...............: ' ACU-RECUSADAS
            DISPLAY '* SEM DECISAO.............: ' ACU-SEM-DECISAO
            DISPLAY '* REJEITADAS..............: ' ACU-REJEITADOS
            DISPLAY '* VALOR TOTAL DEVOLVIDO...: ' ACU-TOT-VLR-DEVOLUCAO
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

            MOVE 12                     TO WRK-COD-RETORNO
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

            MOVE WRK-COD-RETORNO        TO RETURN-CODE
            STOP RUN
            .
      *
