      *    COM SELECAO POR AGENCIA/CONTA E POR PERIODO (PAR03115),     *
      *    MOSTRANDO AS IMAGENS DO REGISTRO ANTES E DEPOIS DE CADA     *
      *    TRANSACAO APLICADA - ATENDIMENTO AOS PEDIDOS DA AUDITORIA.  *
      *    A LINHA DA ALTERACAO TRAZ O OPERADOR QUE DIGITOU E, NA      *
      *    TRANSACAO SUJEITA A DUPLO CONTROLE, O OPERADOR QUE APROVOU. *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
            RECORDING MODE IS F
            LABEL RECORD   IS STANDARD
            BLOCK CONTAINS  0 RECORDS.
        01 FD-ARQAUD01             PIC X(469).

        FD  ARQPARM
            RECORDING MODE IS F
           03 REL-DET-DAT-ALTERACAO PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC  X(006) VALUE ' HORA '.
           03 REL-DET-HOR-ALTERACAO PIC 9(006) VALUE ZEROS.
           03 FILLER               PIC  X(010) VALUE ' OPERADOR '.
           03 REL-DET-COD-OPERADOR PIC  X(008) VALUE SPACES.
           03 FILLER               PIC  X(011) VALUE ' APROVADOR '.
           03 REL-DET-COD-APROVADOR PIC X(008) VALUE SPACES.
           03 FILLER               PIC  X(031) VALUE SPACES.
      *
        01 REL-LINHA-IMAGEM.
           03 REL-IMG-ROTULO       PIC  X(008) VALUE SPACES.
            MOVE AUD01-IND-TIPO-TRANSACAO TO REL-DET-TRANSACAO
            MOVE AUD01-DAT-ALTERACAO    TO REL-DET-DAT-ALTERACAO
            MOVE AUD01-HOR-ALTERACAO    TO REL-DET-HOR-ALTERACAO
            MOVE AUD01-COD-OPERADOR     TO REL-DET-COD-OPERADOR
            MOVE AUD01-COD-APROVADOR    TO REL-DET-COD-APROVADOR

            SET WRK-CN-WRITE            TO TRUE
            SET WRK-CN-ARQREL01         TO TRUE
