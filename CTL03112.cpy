      *                 O ARQUIVO (0001-9999 = CADASTRO INTEIRO). O
      *                 EXER0334 CONSOLIDA AS PARTICOES E VERIFICA A
      *                 COBERTURA COMPLETA DO CADASTRO
      * MES-REFERENCIA: NOS REGISTROS DE EVENTO MENSAL GRAVADOS PELO
      *                 EXER0322 (NOME-ARQUIVO 'ARQPDD01'/'ARQCMA01'),
      *                 O HASH-TOTAL TRAZ O ULTIMO MES DE REFERENCIA
      *                 (AAAAMM) JA LANCADO NA CONTABILIDADE
      * DAT-LANCAMENTO: NOS MESMOS REGISTROS, A DATA DE PROCESSAMENTO
      *                 DA CARGA QUE LANCOU ESSE MES (AAAAMMDD)
      ******************************************************************

          01 CTL01-REGISTRO.
             03 CTL01-NOME-ARQUIVO            PIC X(08) VALUE SPACES.
             03 CTL01-QTDE-REGISTROS          PIC 9(07) VALUE ZEROS.
             03 CTL01-HASH-TOTAL              PIC 9(15) VALUE ZEROS.
             03 CTL01-HASH-MENSAL REDEFINES CTL01-HASH-TOTAL.
                05 CTL01-MES-REFERENCIA       PIC 9(06).
                05 CTL01-DAT-LANCAMENTO       PIC 9(08).
                05 FILLER                     PIC 9(01).
             03 CTL01-DAT-PROCESSAMENTO       PIC 9(08) VALUE ZEROS.
             03 CTL01-IND-SIMULACAO           PIC X(01) VALUE 'N'.
                88 CTL01-CARGA-SIMULACAO      VALUE 'S'.
