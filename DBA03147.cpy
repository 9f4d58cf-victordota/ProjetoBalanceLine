      ******************************************************************
      * NOME BOOK : DBA03147
      * DESCRICAO : CONTROLE DO DEBITO AUTOMATICO POR PARCELA - ARQUIVO
      *             INDEXADO (CHAVE AGENCIA+CONTA+CONTRATO+PARCELA),
      *             UM REGISTRO POR PARCELA DO PLANO JA ENVIADA AO
      *             BANCO. GRAVADO NA REMESSA (EXER0347) E ATUALIZADO
      *             COM O RESULTADO DO RETORNO DO BANCO (EXER0348) -
      *             EVITA REENVIAR PARCELA QUE AGUARDA RETORNO OU JA
      *             FOI DEBITADA E CONTROLA AS REAPRESENTACOES.
      * TAMANHO   :  065 BYTES
      ************************* DADOS DO CONTROLE **********************
      * CHAVE                : AGENCIA + CONTA + CONTRATO + PARCELA
      *                        (MESMA CHAVE DO ARQPLA01)
      * DAT-VENCIMENTO       : VENCIMENTO DA PARCELA (AAAAMMDD)
      * VLR-DEBITO           : VALOR ENVIADO PARA DEBITO
      * DAT-PRIMEIRA-REMESSA : DATA (AAAAMMDD) DA PRIMEIRA REMESSA
      * DAT-ULTIMA-REMESSA   : DATA (AAAAMMDD) DA ULTIMA REMESSA
      * QTD-TENTATIVAS       : QTDE DE APRESENTACOES AO BANCO
      * IND-SITUACAO         : 'P' = ENVIADA, AGUARDANDO O RETORNO
      *                        'D' = DEBITADA (PAGAMENTO GERADO PARA
      *                              O ARQENT02)
      *                        'F' = RECUSADA - REAPRESENTADA NA
      *                              PROXIMA REMESSA
      *                        'E' = RECUSADA SEM NOVA TENTATIVA
      *                              (LIMITE DE TENTATIVAS ESGOTADO OU
      *                              MOTIVO DEFINITIVO) - AVISADA A
      *                              AGENCIA PARA CONTATO COM O CLIENTE
      * COD-ULTIMO-RETORNO   : COD-RETORNO DO BANCO NO ULTIMO RETORNO
      * DAT-ULTIMO-RETORNO   : DATA (AAAAMMDD) DO ULTIMO RETORNO
      ******************************************************************

          01 DBA01-REGISTRO.
             03 DBA01-CHAVE.
                05 DBA01-COD-AGENCIA          PIC 9(04) VALUE 0.
                05 DBA01-NUM-CONTA            PIC 9(08) VALUE 0.
                05 DBA01-NUM-CONTRATO         PIC 9(02) VALUE 0.
                05 DBA01-NUM-PARCELA          PIC 9(03) VALUE 0.
             03 DBA01-DAT-VENCIMENTO          PIC 9(08) VALUE ZEROS.
             03 DBA01-VLR-DEBITO              PIC 9(09)V99 VALUE ZEROS.
             03 DBA01-DAT-PRIMEIRA-REMESSA    PIC 9(08) VALUE ZEROS.
             03 DBA01-DAT-ULTIMA-REMESSA      PIC 9(08) VALUE ZEROS.
             03 DBA01-QTD-TENTATIVAS          PIC 9(02) VALUE ZEROS.
             03 DBA01-IND-SITUACAO            PIC X(01) VALUE 'P'.
                88 DBA01-AGUARDANDO-RETORNO   VALUE 'P'.
                88 DBA01-DEBITADA             VALUE 'D'.
                88 DBA01-RECUSADA             VALUE 'F'.
                88 DBA01-ESGOTADA             VALUE 'E'.
             03 DBA01-COD-ULTIMO-RETORNO      PIC X(02) VALUE SPACES.
             03 DBA01-DAT-ULTIMO-RETORNO      PIC 9(08) VALUE ZEROS.
