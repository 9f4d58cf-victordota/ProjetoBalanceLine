      *             REGISTRO POR TRANSACAO LIDA, COM O RESULTADO DA
      *             INCLUSAO/ALTERACAO/CONSULTA OU O MOTIVO DA
      *             REJEICAO.
      * TAMANHO   :  076 BYTES
      ******************************************************************

          01 LST03-REGISTRO.
             03 LST03-DAT-FIM-VIGENCIA     PIC 9(08) VALUE ZEROS.
             03 LST03-QTDE-DIAS-CARENCIA   PIC 9(03) VALUE ZEROS.
             03 LST03-DES-RESULTADO        PIC X(50) VALUE SPACES.
             03 LST03-QTDE-DIAS-AVISO-VENC PIC 9(03) VALUE ZEROS.
