      *    PELO BALANCE LINE EXER0312 - INCLUSAO, ALTERACAO E CONSULTA *
      *    DE CLIENTES A PARTIR DE UM ARQUIVO DE TRANSACOES, CONTRA O  *
      *    ARQUIVO INDEXADO PELA CHAVE AGENCIA+CONTA+CONTRATO.         *
      *    A ALTERACAO QUE REGISTRA UM NOVO ENDERECO PARA UM CONTRATO  *
      *    COM ENDERECO INVALIDADO POR CARTA DEVOLVIDA (EXER0351)      *
      *    LIBERA NOVAMENTE AS CARTAS DE COBRANCA DO CONTRATO.         *
      *    O CPF/CNPJ DO CLIENTE E OBRIGATORIO NA INCLUSAO/ALTERACAO E *
      *    TEM OS DIGITOS VERIFICADORES CRITICADOS ANTES DA GRAVACAO.  *
      *    DUPLO CONTROLE: A TRANSACAO TRAZ O OPERADOR QUE A DIGITOU;  *
      *    A EXCLUSAO E A ALTERACAO DO VALOR DA PARCELA NAO SAO        *
      *    APLICADAS - FICAM PENDENTES (ARQPND01) ATE A APROVACAO POR  *
      *    OUTRO OPERADOR NO EXER0359, E SAO EFETIVADAS NO INICIO DA   *
      *    EXECUCAO SEGUINTE DESTE PROGRAMA.                           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT03112
      *      ARQLST01                                  LST03113
      *      ARQAUD01                                  AUD03113
      *      ARQPND01                                  PND03159
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                       RECORD KEY       IS PRD01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPRD01.

            SELECT ARQPND01 ASSIGN      TO UT-S-ARQPND01
                       ORGANIZATION     IS INDEXED
                       ACCESS MODE      IS DYNAMIC
                       RECORD KEY       IS PND01-CHAVE
                       FILE STATUS      IS WRK-FS-ARQPND01.

      *
      *================================================================*
        DATA                            DIVISION.
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQTRN01             PIC X(193).

        FD  ARQENT01
            LABEL RECORD   IS STANDARD.
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQAUD01             PIC X(469).

        FD  ARQPRD01
            LABEL RECORD   IS STANDARD.
            COPY PRD03112.

        FD  ARQPND01
            LABEL RECORD   IS STANDARD.
            COPY PND03159.

      *----------------------------------------------------------------*
        WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
        77 ACU-INATIVADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-REJEITADOS          PIC  9(005)         VALUE ZEROS.
        77 ACU-GRAVA-ARQAUD01      PIC  9(005)         VALUE ZEROS.
        77 ACU-ENDERECOS-LIBERADOS PIC  9(005)         VALUE ZEROS.
        77 ACU-PENDENTES           PIC  9(005)         VALUE ZEROS.
        77 ACU-EFETIVADAS          PIC  9(005)         VALUE ZEROS.
        77 ACU-NAO-EFETIVADAS      PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *
      *
      * IMAGEM DO REGISTRO ARQENT01 ANTES DA ALTERACAO, SALVA PELO
      * CHAMADOR PARA O LOG DE ALTERACOES (BRANCOS NA INCLUSAO)
        77 WRK-AUD-IMAGEM-ANTERIOR PIC  X(213)         VALUE SPACES.
      *
      * DUPLO CONTROLE - TRANSACAO APROVADA POR OUTRO OPERADOR, LIDA
      * DO ARQPND01 (VIDE 1500-EFETIVA-APROVADAS), E APLICADA SEM
      * NOVA RETENCAO; O APROVADOR VAI PARA O LOG DE ALTERACOES
        77 WRK-IND-TRN-APROVADA    PIC  X(001)         VALUE 'N'.
           88 WRK-TRN-APROVADA     VALUE 'S'.
        77 WRK-COD-APROVADOR       PIC  X(008)         VALUE SPACES.
        77 WRK-QTD-REJEITADOS-ANT  PIC  9(005)         VALUE ZEROS.
      *
      * VALIDACAO DAS TRANSACOES 'I'/'A' ANTES DE TOCAR O ARQUIVO
      * INDEXADO (VIDE 3600-VALIDA-TRANSACAO) - A DATA E CRITICADA
           88 WRK-TRN-VALIDA       VALUE 'S'.
        77 WRK-IND-PRODUTO-ACHADO  PIC  X(001)       VALUE 'N'.
           88 WRK-PRODUTO-ACHADO   VALUE 'S'.
      *
      * CRITICA DO CPF/CNPJ (VIDE 3660-VALIDA-DOCUMENTO) - O CPF OCUPA
      * AS 11 ULTIMAS POSICOES DO DOCUMENTO, O CNPJ AS 14. OS DIGITOS
      * VERIFICADORES SAO MODULO 11: O CPF COM PESOS DECRESCENTES A
      * PARTIR DE 10 (1O. DV) E DE 11 (2O. DV), O CNPJ COM A TABELA
      * DE PESOS ABAIXO (A PARTIR DA 2A. POSICAO NO 1O. DV)
        01 WRK-DOC-NUMERO          PIC  9(014)       VALUE ZEROS.
        01 WRK-DOC-TAB-DIGITOS     REDEFINES WRK-DOC-NUMERO.
           05 WRK-DOC-DIGITO       PIC  9(001)       OCCURS 14.
        01 WRK-DOC-PESOS-CNPJ.
           05 FILLER               PIC  X(013)       VALUE
              '6543298765432'.
        01 WRK-DOC-TAB-PESOS       REDEFINES WRK-DOC-PESOS-CNPJ.
           05 WRK-DOC-PESO-CNPJ    PIC  9(001)       OCCURS 13.
        77 WRK-IND-SUB-DOC         PIC  9(002)       VALUE ZEROS.
        77 WRK-IND-SUB-PESO        PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-POS-INICIO      PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-POS-FIM         PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-PESO            PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-SOMA            PIC  9(005)       VALUE ZEROS.
        77 WRK-DOC-QUOCIENTE       PIC  9(005)       VALUE ZEROS.
        77 WRK-DOC-RESTO           PIC  9(002)       VALUE ZEROS.
        77 WRK-DOC-DV              PIC  9(001)       VALUE ZEROS.
        77 WRK-IND-DOC-REPETIDO    PIC  X(001)       VALUE 'N'.
           88 WRK-DOC-REPETIDO     VALUE 'S'.
      *
        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
           88 WRK-CN-ARQTRN01      VALUE 'ARQTRN01'.
           88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
           88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
           88 WRK-CN-ARQPRD01      VALUE 'ARQPRD01'.
           88 WRK-CN-ARQPND01      VALUE 'ARQPND01'.
      *
        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.
              88 WRK-FS-PRD01-OK   VALUE '00'.
              88 WRK-FS-PRD01-FIM  VALUE '10'.
              88 WRK-FS-PRD01-NAO-ENCONTRADO VALUE '23'.
           05 WRK-FS-ARQPND01      PIC  X(002) VALUE SPACES.
              88 WRK-FS-PND01-OK           VALUE '00'.
              88 WRK-FS-PND01-FIM          VALUE '10'.
              88 WRK-FS-PND01-NAO-EXISTE   VALUE '35'.
           05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
      *================================================================*
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPND01         TO TRUE
            OPEN I-O ARQPND01
            IF WRK-FS-PND01-NAO-EXISTE
               OPEN OUTPUT ARQPND01
               IF WRK-FS-PND01-OK
                  SET WRK-CN-CLOSE      TO TRUE
                  CLOSE ARQPND01
                  SET WRK-CN-OPEN       TO TRUE
                  OPEN I-O ARQPND01
               END-IF
            END-IF
      *
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            MOVE FUNCTION CURRENT-DATE  TO WRK-RUN-TIMESTAMP

            PERFORM 1500-EFETIVA-APROVADAS

            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    EFETIVA AS TRANSACOES DESTE PROGRAMA RETIDAS NO ARQPND01 E  *
      *    JA APROVADAS POR OUTRO OPERADOR (EXER0359) - CADA UMA PASSA *
      *    PELO MESMO TRATAMENTO DA TRANSACAO LIDA (VALIDACAO E        *
      *    APLICACAO CONTRA O CADASTRO DE HOJE) E A PENDENCIA FICA     *
      *    'E' (EFETIVADA) OU 'N' (REJEITADA NA APLICACAO, COM O       *
      *    MOTIVO)                                                     *
      *----------------------------------------------------------------*
        1500-EFETIVA-APROVADAS          SECTION.
      *----------------------------------------------------------------*
      *
            MOVE WRK-PROGRAMA           TO PND01-COD-PROGRAMA
            MOVE ZEROS                  TO PND01-DAT-REGISTRO
                                           PND01-HOR-REGISTRO
                                           PND01-NUM-SEQUENCIA

            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            START ARQPND01 KEY GREATER PND01-CHAVE

            EVALUATE WRK-FS-ARQPND01
                WHEN '00'
                     PERFORM 1500-10-LER-PENDENCIA
                     PERFORM 1500-20-EFETIVA-PENDENCIA
                         UNTIL WRK-FS-PND01-FIM
                            OR PND01-COD-PROGRAMA
                                        NOT EQUAL WRK-PROGRAMA
                WHEN '23'
                     CONTINUE
                WHEN OTHER
                     MOVE WRK-FS-ARQPND01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
            END-EVALUATE

            MOVE 'N'                    TO WRK-IND-TRN-APROVADA
            MOVE SPACES                 TO WRK-COD-APROVADOR
            .
      *
      *----------------------------------------------------------------*
        1500-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    LE A PROXIMA PENDENCIA DO ARQPND01 NA SEQUENCIA DA CHAVE    *
      *----------------------------------------------------------------*
        1500-10-LER-PENDENCIA           SECTION.
      *----------------------------------------------------------------*
      *
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            READ ARQPND01               NEXT RECORD

            IF NOT WRK-FS-PND01-OK
               AND NOT WRK-FS-PND01-FIM
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
            .
      *
      *----------------------------------------------------------------*
        1500-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PENDENCIA APROVADA: APLICA A IMAGEM DA TRANSACAO, MARCA O   *
      *    RESULTADO NA PENDENCIA (UMA REJEICAO NA APLICACAO E         *
      *    PERCEBIDA PELO AUMENTO DE ACU-REJEITADOS) E LE A PROXIMA    *
      *----------------------------------------------------------------*
        1500-20-EFETIVA-PENDENCIA       SECTION.
      *----------------------------------------------------------------*
      *
            IF NOT PND01-APROVADA
               PERFORM 1500-10-LER-PENDENCIA
               GO TO 1500-20-99-FIM
            END-IF

            INITIALIZE                  TRN01-REGISTRO
            MOVE PND01-IMG-TRANSACAO    TO TRN01-REGISTRO
            MOVE 'S'                    TO WRK-IND-TRN-APROVADA
            MOVE PND01-COD-APROVADOR    TO WRK-COD-APROVADOR
            MOVE ACU-REJEITADOS         TO WRK-QTD-REJEITADOS-ANT

            PERFORM 3050-TRATA-TRANSACAO

            IF ACU-REJEITADOS GREATER WRK-QTD-REJEITADOS-ANT
               SET PND01-NAO-EFETIVADA  TO TRUE
               MOVE WRK-DES-RESULTADO   TO PND01-DES-MOTIVO
               ADD 1 TO ACU-NAO-EFETIVADAS
            ELSE
               SET PND01-EFETIVADA      TO TRUE
               ADD 1 TO ACU-EFETIVADAS
            END-IF
            MOVE WRK-RUN-DATA           TO PND01-DAT-EFETIVACAO

            SET WRK-CN-REWRITE          TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            REWRITE PND01-REGISTRO
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            PERFORM 1500-10-LER-PENDENCIA
            .
      *
      *----------------------------------------------------------------*
        1500-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO - APLICA UMA TRANSACAO CONTRA O     *
      *    CADASTRO INDEXADO CONFORME O SEU TIPO E LE A PROXIMA        *
      *----------------------------------------------------------------*
        3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
            PERFORM 3050-TRATA-TRANSACAO
      *
            PERFORM 3800-LER-TRANSACAO
            .
      *
      *----------------------------------------------------------------*
        3000-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    TRATA A TRANSACAO CORRENTE CONFORME O SEU TIPO - CHAMADA    *
      *    PARA A TRANSACAO LIDA DO ARQTRN01 E PARA A PENDENCIA        *
      *    APROVADA (VIDE 1500-EFETIVA-APROVADAS)                      *
      *----------------------------------------------------------------*
        3050-TRATA-TRANSACAO            SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN01-COD-OPERADOR EQUAL SPACES
               AND NOT TRN01-TRANS-CONSULTA
               ADD 1 TO ACU-REJEITADOS
               MOVE 'REJEITADO - OPERADOR NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3050-99-FIM
            END-IF
      *
            EVALUATE TRUE
                WHEN TRN01-TRANS-INCLUSAO
                WHEN OTHER
                     PERFORM 3400-TRANSACAO-INVALIDA
            END-EVALUATE
            .
      *
      *----------------------------------------------------------------*
        3050-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
            MOVE TRN01-COD-PRODUTO      TO ARQENT01-COD-PRODUTO
            MOVE 'A'                    TO ARQENT01-IND-SITUACAO
            MOVE ZEROS                  TO ARQENT01-DAT-INATIVACAO
            MOVE 'N'                 TO ARQENT01-IND-ENDERECO-INVALIDO
            MOVE TRN01-DES-LOGRADOURO   TO ARQENT01-DES-LOGRADOURO
            MOVE TRN01-NOM-CIDADE       TO ARQENT01-NOM-CIDADE
            MOVE TRN01-SIG-UF           TO ARQENT01-SIG-UF
            MOVE TRN01-NUM-CEP          TO ARQENT01-NUM-CEP
            MOVE TRN01-IND-TIPO-PESSOA  TO ARQENT01-IND-TIPO-PESSOA
            MOVE TRN01-NUM-DOCUMENTO    TO ARQENT01-NUM-DOCUMENTO
            PERFORM 3250-ATUALIZA-DEBITO-AUTOMATICO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE
      *
      * ALTERACAO DO VALOR DA PARCELA SO COM APROVACAO DE OUTRO
      * OPERADOR - FICA PENDENTE NO ARQPND01
            IF WRK-FS-ENT01-OK
               AND NOT WRK-TRN-APROVADA
               AND TRN01-VLR-PARCELA NOT EQUAL ARQENT01-VLR-PARCELA
               PERFORM 3960-GRAVA-PENDENCIA
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3200-99-FIM
            END-IF
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
                     MOVE TRN01-IND-TIPO-CONTAGEM
                                        TO ARQENT01-IND-TIPO-CONTAGEM
                     MOVE TRN01-COD-PRODUTO   TO ARQENT01-COD-PRODUTO
                     MOVE 'CLIENTE ALTERADO COM SUCESSO'
                                              TO WRK-DES-RESULTADO
                     IF ARQENT01-ENDERECO-INVALIDO
                        PERFORM 3260-LIBERA-ENDERECO
                     END-IF
                     MOVE TRN01-DES-LOGRADOURO
                                        TO ARQENT01-DES-LOGRADOURO
                     MOVE TRN01-NOM-CIDADE    TO ARQENT01-NOM-CIDADE
                     MOVE TRN01-SIG-UF        TO ARQENT01-SIG-UF
                     MOVE TRN01-NUM-CEP       TO ARQENT01-NUM-CEP
                     MOVE TRN01-IND-TIPO-PESSOA
                                        TO ARQENT01-IND-TIPO-PESSOA
                     MOVE TRN01-NUM-DOCUMENTO
                                        TO ARQENT01-NUM-DOCUMENTO
                     PERFORM 3250-ATUALIZA-DEBITO-AUTOMATICO
                     SET WRK-CN-REWRITE       TO TRUE
                     REWRITE ARQENT01-REGISTRO
                     IF NOT WRK-FS-ENT01-OK
                        PERFORM 9100-ERROS-ARQUIVOS
                     END-IF
                     ADD 1 TO ACU-ALTERADOS
                     PERFORM 3950-GRAVA-AUDITORIA
                WHEN '23'
                     ADD 1 TO ACU-REJEITADOS
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    APLICA A AUTORIZACAO DE DEBITO AUTOMATICO DA TRANSACAO AO   *
      *    REGISTRO - A DATA DA AUTORIZACAO SO E RENOVADA QUANDO O     *
      *    DEBITO E AUTORIZADO AGORA OU A CONTA DE DEBITO MUDA; SEM    *
      *    AUTORIZACAO A CONTA DE DEBITO E LIMPA                       *
      *----------------------------------------------------------------*
        3250-ATUALIZA-DEBITO-AUTOMATICO  SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN01-IND-DEB-AUTOMATICO EQUAL 'S'
               IF NOT ARQENT01-COM-DEB-AUTOMATICO
                  OR ARQENT01-COD-BANCO-DEBITO
                                   NOT EQUAL TRN01-COD-BANCO-DEBITO
                  OR ARQENT01-COD-AGENCIA-DEBITO
                                   NOT EQUAL TRN01-COD-AGENCIA-DEBITO
                  OR ARQENT01-NUM-CONTA-DEBITO
                                   NOT EQUAL TRN01-NUM-CONTA-DEBITO
                  MOVE WRK-RUN-DATA     TO ARQENT01-DAT-AUTORIZ-DEBITO
               END-IF
               MOVE 'S'                 TO ARQENT01-IND-DEB-AUTOMATICO
               MOVE TRN01-COD-BANCO-DEBITO
                                        TO ARQENT01-COD-BANCO-DEBITO
               MOVE TRN01-COD-AGENCIA-DEBITO
                                        TO ARQENT01-COD-AGENCIA-DEBITO
               MOVE TRN01-NUM-CONTA-DEBITO
                                        TO ARQENT01-NUM-CONTA-DEBITO
            ELSE
               MOVE 'N'                 TO ARQENT01-IND-DEB-AUTOMATICO
               MOVE ZEROS               TO ARQENT01-COD-BANCO-DEBITO
                                           ARQENT01-COD-AGENCIA-DEBITO
                                           ARQENT01-NUM-CONTA-DEBITO
                                           ARQENT01-DAT-AUTORIZ-DEBITO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3250-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONTRATO COM ENDERECO INVALIDADO POR CARTA DEVOLVIDA: SE A  *
      *    TRANSACAO TRAZ UM ENDERECO DIFERENTE DO CADASTRADO, O NOVO  *
      *    ENDERECO E CONSIDERADO VALIDO E AS CARTAS DE COBRANCA SAO   *
      *    LIBERADAS (VIDE EXER0324); O MESMO ENDERECO MANTEM AS       *
      *    CARTAS RETIDAS                                              *
      *----------------------------------------------------------------*
        3260-LIBERA-ENDERECO             SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN01-DES-LOGRADOURO EQUAL ARQENT01-DES-LOGRADOURO
               AND TRN01-NOM-CIDADE EQUAL ARQENT01-NOM-CIDADE
               AND TRN01-SIG-UF     EQUAL ARQENT01-SIG-UF
               AND TRN01-NUM-CEP    EQUAL ARQENT01-NUM-CEP
               GO TO 3260-99-FIM
            END-IF
      *
            MOVE 'N'                 TO ARQENT01-IND-ENDERECO-INVALIDO
            MOVE ZEROS               TO ARQENT01-DAT-ENDERECO-INVALIDO
            MOVE SPACES              TO ARQENT01-COD-MOTIVO-DEVOLUCAO
            ADD 1                       TO ACU-ENDERECOS-LIBERADOS
            MOVE 'CLIENTE ALTERADO - NOVO ENDERECO, CARTAS LIBERADAS'
                                        TO WRK-DES-RESULTADO
            .
      *
      *----------------------------------------------------------------*
        3260-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CONSULTA DE UM CLIENTE NO CADASTRO INDEXADO (SO LISTAGEM)   *
      *----------------------------------------------------------------*
        3300-CONSULTAR-CLIENTE           SECTION.
            SET WRK-CN-READ             TO TRUE
            SET WRK-CN-ARQENT01         TO TRUE
            READ ARQENT01                KEY IS ARQENT01-CHAVE
      *
      * EXCLUSAO SO COM APROVACAO DE OUTRO OPERADOR - FICA PENDENTE
      * NO ARQPND01
            IF WRK-FS-ENT01-OK
               AND NOT WRK-TRN-APROVADA
               AND NOT ARQENT01-CONTA-INATIVA
               PERFORM 3960-GRAVA-PENDENCIA
               PERFORM 3900-GRAVA-LISTAGEM
               GO TO 3500-99-FIM
            END-IF
      *
            EVALUATE WRK-FS-ARQENT01
                WHEN '00'
            IF WRK-TRN-VALIDA
               PERFORM 3640-VALIDA-COD-PRODUTO
            END-IF
            IF WRK-TRN-VALIDA
               PERFORM 3650-VALIDA-DEBITO-AUTOMATICO
            END-IF
            IF WRK-TRN-VALIDA
               PERFORM 3660-VALIDA-DOCUMENTO
            END-IF
            .
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA A AUTORIZACAO DE DEBITO AUTOMATICO - SO 'S', 'N' OU *
      *    BRANCO; COM 'S' O BANCO, A AGENCIA E A CONTA DE DEBITO SAO  *
      *    OBRIGATORIOS                                                *
      *----------------------------------------------------------------*
        3650-VALIDA-DEBITO-AUTOMATICO    SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN01-IND-DEB-AUTOMATICO NOT EQUAL 'S'
               AND TRN01-IND-DEB-AUTOMATICO NOT EQUAL 'N'
               AND TRN01-IND-DEB-AUTOMATICO NOT EQUAL SPACES
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - IND-DEB-AUTOMATICO INVALIDO'
                                        TO WRK-DES-RESULTADO
            END-IF
      *
            IF WRK-TRN-VALIDA
               AND TRN01-IND-DEB-AUTOMATICO EQUAL 'S'
               IF TRN01-COD-BANCO-DEBITO NOT GREATER ZEROS
                  OR TRN01-COD-AGENCIA-DEBITO NOT GREATER ZEROS
                  OR TRN01-NUM-CONTA-DEBITO NOT GREATER ZEROS
                  MOVE 'N'              TO WRK-IND-TRN-VALIDA
                  MOVE 'REJEITADO - CONTA DE DEBITO AUTOMATICO INVALIDA'
                                        TO WRK-DES-RESULTADO
               END-IF
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3650-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CRITICA O CPF/CNPJ DO CLIENTE - TIPO DE PESSOA 'F' (CPF) OU *
      *    'J' (CNPJ), DOCUMENTO MAIOR QUE ZERO (O CPF COM NO MAXIMO   *
      *    11 DIGITOS), NAO FORMADO POR UM MESMO DIGITO REPETIDO E     *
      *    COM OS DOIS DIGITOS VERIFICADORES CORRETOS                  *
      *----------------------------------------------------------------*
        3660-VALIDA-DOCUMENTO            SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN01-IND-TIPO-PESSOA NOT EQUAL 'F'
               AND TRN01-IND-TIPO-PESSOA NOT EQUAL 'J'
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - IND-TIPO-PESSOA INVALIDO'
                                        TO WRK-DES-RESULTADO
               GO TO 3660-99-FIM
            END-IF
      *
            IF TRN01-NUM-DOCUMENTO NOT GREATER ZEROS
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - CPF/CNPJ NAO INFORMADO'
                                        TO WRK-DES-RESULTADO
               GO TO 3660-99-FIM
            END-IF
      *
            MOVE TRN01-NUM-DOCUMENTO    TO WRK-DOC-NUMERO
            IF TRN01-IND-TIPO-PESSOA EQUAL 'F'
               IF WRK-DOC-NUMERO GREATER 99999999999
                  MOVE 'N'              TO WRK-IND-TRN-VALIDA
                  MOVE 'REJEITADO - CPF COM MAIS DE 11 DIGITOS'
                                        TO WRK-DES-RESULTADO
                  GO TO 3660-99-FIM
               END-IF
               MOVE 4                   TO WRK-DOC-POS-INICIO
            ELSE
               MOVE 1                   TO WRK-DOC-POS-INICIO
            END-IF
      *
            MOVE 'S'                    TO WRK-IND-DOC-REPETIDO
            COMPUTE WRK-DOC-POS-FIM = WRK-DOC-POS-INICIO + 1
            PERFORM 3660-10-COMPARA-DIGITO
                VARYING WRK-IND-SUB-DOC FROM WRK-DOC-POS-FIM BY 1
                UNTIL WRK-IND-SUB-DOC GREATER 14
                   OR NOT WRK-DOC-REPETIDO
            IF WRK-DOC-REPETIDO
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - CPF/CNPJ COM DIGITOS TODOS IGUAIS'
                                        TO WRK-DES-RESULTADO
               GO TO 3660-99-FIM
            END-IF
      *
            MOVE 12                     TO WRK-DOC-POS-FIM
            PERFORM 3660-20-CALCULA-DV
            IF WRK-DOC-DV EQUAL WRK-DOC-DIGITO (13)
               MOVE 13                  TO WRK-DOC-POS-FIM
               PERFORM 3660-20-CALCULA-DV
            END-IF
            IF WRK-DOC-DV NOT EQUAL WRK-DOC-DIGITO (WRK-DOC-POS-FIM + 1)
               MOVE 'N'                 TO WRK-IND-TRN-VALIDA
               MOVE 'REJEITADO - CPF/CNPJ COM DIGITO VERIFICADOR ERRADO'
                                        TO WRK-DES-RESULTADO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3660-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    COMPARA UM DIGITO DO DOCUMENTO COM O PRIMEIRO DIGITO        *
      *----------------------------------------------------------------*
        3660-10-COMPARA-DIGITO           SECTION.
      *----------------------------------------------------------------*
      *
            IF WRK-DOC-DIGITO (WRK-IND-SUB-DOC) NOT EQUAL
               WRK-DOC-DIGITO (WRK-DOC-POS-INICIO)
               MOVE 'N'                 TO WRK-IND-DOC-REPETIDO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3660-10-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    CALCULA O DIGITO VERIFICADOR MODULO 11 DOS DIGITOS DO       *
      *    INICIO DO DOCUMENTO ATE WRK-DOC-POS-FIM (RESTO 0 OU 1 = 0,  *
      *    DEMAIS = 11 MENOS O RESTO)                                  *
      *----------------------------------------------------------------*
        3660-20-CALCULA-DV               SECTION.
      *----------------------------------------------------------------*
      *
            MOVE ZEROS                  TO WRK-DOC-SOMA
            PERFORM 3660-30-SOMA-DIGITO
                VARYING WRK-IND-SUB-DOC FROM WRK-DOC-POS-INICIO BY 1
                UNTIL WRK-IND-SUB-DOC GREATER WRK-DOC-POS-FIM
      *
            DIVIDE WRK-DOC-SOMA BY 11   GIVING WRK-DOC-QUOCIENTE
                                        REMAINDER WRK-DOC-RESTO
            IF WRK-DOC-RESTO LESS 2
               MOVE ZEROS               TO WRK-DOC-DV
            ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
            END-IF
            .
      *
      *----------------------------------------------------------------*
        3660-20-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    SOMA UM DIGITO MULTIPLICADO PELO SEU PESO - NO CPF O PESO   *
      *    DECRESCE ATE 2 NA POSICAO FINAL, NO CNPJ VEM DA TABELA      *
      *    ALINHADA PELA POSICAO FINAL                                 *
      *----------------------------------------------------------------*
        3660-30-SOMA-DIGITO              SECTION.
      *----------------------------------------------------------------*
      *
            IF TRN01-IND-TIPO-PESSOA EQUAL 'F'
               COMPUTE WRK-DOC-PESO = WRK-DOC-POS-FIM + 2
                                    - WRK-IND-SUB-DOC
            ELSE
               COMPUTE WRK-IND-SUB-PESO = WRK-IND-SUB-DOC + 13
                                        - WRK-DOC-POS-FIM
               MOVE WRK-DOC-PESO-CNPJ (WRK-IND-SUB-PESO)
                                        TO WRK-DOC-PESO
            END-IF
      *
            COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
                    + WRK-DOC-DIGITO (WRK-IND-SUB-DOC) * WRK-DOC-PESO
            .
      *
      *----------------------------------------------------------------*
        3660-30-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    REJEITA A TRANSACAO CRITICADA PELA VALIDACAO - O MOTIVO JA  *
      *    ESTA EM WRK-DES-RESULTADO (VIDE 3600-VALIDA-TRANSACAO)      *
      *----------------------------------------------------------------*
            MOVE WRK-RUN-HORA           TO AUD01-HOR-ALTERACAO
            MOVE WRK-AUD-IMAGEM-ANTERIOR TO AUD01-IMAGEM-ANTERIOR
            MOVE ARQENT01-REGISTRO      TO AUD01-IMAGEM-ATUAL
            MOVE TRN01-COD-OPERADOR     TO AUD01-COD-OPERADOR
            MOVE WRK-COD-APROVADOR      TO AUD01-COD-APROVADOR
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQAUD01         TO TRUE
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    RETEM A TRANSACAO SENSIVEL NO ARQUIVO DE PENDENCIAS         *
      *    (PND03159) PARA APROVACAO POR OUTRO OPERADOR NO EXER0359 -  *
      *    A CHAVE E O PROGRAMA + DATA/HORA DA EXECUCAO + SEQUENCIA    *
      *----------------------------------------------------------------*
        3960-GRAVA-PENDENCIA             SECTION.
      *----------------------------------------------------------------*
      *
            ADD 1 TO ACU-PENDENTES
      *
            INITIALIZE                  PND01-REGISTRO
            MOVE WRK-PROGRAMA           TO PND01-COD-PROGRAMA
            MOVE WRK-RUN-DATA           TO PND01-DAT-REGISTRO
            MOVE WRK-RUN-HORA           TO PND01-HOR-REGISTRO
            MOVE ACU-PENDENTES          TO PND01-NUM-SEQUENCIA
            MOVE TRN01-COD-OPERADOR     TO PND01-COD-OPERADOR
            SET PND01-PENDENTE          TO TRUE
            MOVE TRN01-IND-TIPO-TRANSACAO
                                        TO PND01-IND-TIPO-TRANSACAO
            MOVE TRN01-CHAVE            TO PND01-DES-CHAVE
            MOVE TRN01-REGISTRO         TO PND01-IMG-TRANSACAO
      *
            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQPND01         TO TRUE
            WRITE PND01-REGISTRO
      *
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF
      *
            MOVE 'PENDENTE DE APROVACAO POR OUTRO OPERADOR'
                                        TO WRK-DES-RESULTADO
            .
      *
      *----------------------------------------------------------------*
        3960-99-FIM.
            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE TRANSACOES                  *
      *----------------------------------------------------------------*
        3800-LER-TRANSACAO               SECTION.
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            SET WRK-CN-ARQPND01          TO TRUE
            CLOSE ARQPND01
            IF NOT WRK-FS-PND01-OK
               MOVE WRK-FS-ARQPND01      TO WRK-FS-DISPLAY
               PERFORM 9100-ERROS-ARQUIVOS
            END-IF

            DISPLAY '************************************************'
            DISPLAY '*     RESUMO DO PROCESSAMENTO - EXER0313        *'
            DISPLAY '* TRANSACOES LIDAS........: ' ACU-LIDOS-ARQTRN01
            DISPLAY '* CLIENTES INATIVADOS.....: ' ACU-INATIVADOS
            DISPLAY '* TRANSACOES REJEITADAS...: ' ACU-REJEITADOS
            DISPLAY '* LOG DE ALTERACOES.......: ' ACU-GRAVA-ARQAUD01
            DISPLAY '* ENDERECOS REVALIDADOS...: '
                                        ACU-ENDERECOS-LIBERADOS
            DISPLAY '* RETIDAS P/ APROVACAO....: ' ACU-PENDENTES
            DISPLAY '* APROVADAS EFETIVADAS....: ' ACU-EFETIVADAS
            DISPLAY '* APROVADAS NAO EFETIVADAS: ' ACU-NAO-EFETIVADAS
            DISPLAY '************************************************'

            PERFORM 9900-FIM-PROGRAMA
