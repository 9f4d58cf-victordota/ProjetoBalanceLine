      ******************************************************************
      * NOME BOOK : RAT03146
      * DESCRICAO : TABELA DE PROVISIONAMENTO POR RATING DE RISCO -
      *             ARQUIVO SEQUENCIAL DE PARAMETROS MANTIDO PELA AREA
      *             DE RISCO, UM REGISTRO POR RATING (AA, A, B, C, D,
      *             E, F, G, H) COM A FAIXA DE DIAS DE ATRASO E O
      *             PERCENTUAL DE PROVISAO DO NORMATIVO. LIDO PELO
      *             CALCULO MENSAL DA PDD (EXER0346), QUE SUBSTITUI A
      *             TABELA PADRAO DO PROGRAMA PELOS RATINGS INFORMADOS.
      *             ARQUIVO AUSENTE = TABELA PADRAO DO NORMATIVO.
      * TAMANHO   :  017 BYTES
      ************************* DADOS DO RATING ************************
      * COD-RATING      : RATING DE RISCO ('AA', 'A ', 'B ' ... 'H ')
      * QTD-DIAS-MIN    : MENOR QTDE DE DIAS DE ATRASO DA FAIXA
      * QTD-DIAS-MAX    : MAIOR QTDE DE DIAS DE ATRASO DA FAIXA
      * PCT-PROVISAO    : PERCENTUAL DE PROVISAO SOBRE O SALDO DEVEDOR
      *                   (EX.: 00050 = 0,50%, 10000 = 100,00%)
      ******************************************************************

          01 RAT01-REGISTRO.
             03 RAT01-COD-RATING              PIC X(02) VALUE SPACES.
             03 RAT01-QTD-DIAS-MIN            PIC 9(05) VALUE ZEROS.
             03 RAT01-QTD-DIAS-MAX            PIC 9(05) VALUE ZEROS.
             03 RAT01-PCT-PROVISAO            PIC 9(03)V99 VALUE ZEROS.
