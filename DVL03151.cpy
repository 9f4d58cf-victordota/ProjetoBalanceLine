      ******************************************************************
      * NOME BOOK : DVL03151
      * DESCRICAO : SITUACAO DE ENTREGA DAS CARTAS DE COBRANCA - ARQUIVO
      *             INDEXADO (CHAVE AGENCIA+CONTA+NIVEL DA NOTIFICACAO),
      *             UM REGISTRO POR CARTA QUE NAO CHEGOU AO CLIENTE:
      *             DEVOLVIDA PELO CORREIO (GRAVADO PELO EXER0351) OU
      *             RETIDA POR ENDERECO INVALIDO (GRAVADO PELO EXER0324).
      *             CARTA EMITIDA SEM REGISTRO AQUI E CONSIDERADA
      *             ENTREGUE NA LISTA SEMANAL DE ENDERECOS INVALIDOS
      *             (EXER0352). CRIADO NO PRIMEIRO USO.
      *             A CHAVE NAO TEM CICLO DE COBRANCA: A CADA CARTA
      *             EMITIDA NO NIVEL O EXER0324 EXCLUI (CARTA ENVIADA)
      *             OU SUBSTITUI (CARTA RETIDA) O REGISTRO DA CARTA DE
      *             UM CICLO ANTERIOR.
      * TAMANHO   :  032 BYTES
      ************************ DADOS DA ENTREGA ************************
      * IND-SITUACAO  : 'D' = CARTA DEVOLVIDA PELO CORREIO,
      *                 'R' = CARTA RETIDA (NAO ENVIADA) PORQUE O
      *                 ENDERECO DA CONTA ESTAVA INVALIDADO
      * COD-MOTIVO    : MOTIVO DO CORREIO (VIDE DEV03151) - BRANCOS
      *                 NA CARTA RETIDA
      * DAT-OCORRENCIA: DATA (AAAAMMDD) DA DEVOLUCAO OU DA RETENCAO
      * DAT-REGISTRO  : DATA DO RUN QUE GRAVOU O REGISTRO
      ******************************************************************

          01 DVL01-REGISTRO.
             03 DVL01-CHAVE.
                05 DVL01-COD-AGENCIA          PIC 9(04) VALUE ZEROS.
                05 DVL01-NUM-CONTA            PIC 9(08) VALUE ZEROS.
                05 DVL01-NIVEL-NOTIFICACAO    PIC 9(01) VALUE ZERO.
             03 DVL01-IND-SITUACAO            PIC X(01) VALUE SPACES.
                88 DVL01-CARTA-DEVOLVIDA      VALUE 'D'.
                88 DVL01-CARTA-RETIDA         VALUE 'R'.
             03 DVL01-COD-MOTIVO              PIC X(02) VALUE SPACES.
             03 DVL01-DAT-OCORRENCIA          PIC 9(08) VALUE ZEROS.
             03 DVL01-DAT-REGISTRO            PIC 9(08) VALUE ZEROS.
