      * Layout do arquivo indexado PREVISAOVENDAS, regravado a cada
      * execucao do programa PREVISAOVENDAS com a projecao dos 12
      * meses seguintes ao ultimo mes fechado. Tipo T e o total da
      * empresa (com o realizado do mesmo mes do ano anterior); C,
      * L, P e V sao as parcelas por categoria, loja, produto e
      * vendedor, rateadas pela participacao de cada um nas vendas
      * liquidas dos ultimos 12 meses. O MANTERMETAS oferece o tipo V
      * como meta sugerida e o CONTROLARESTOQUE usa a quantidade do
      * tipo P no lugar do EST-MINIMO na reposicao.
       01  REG-PREVISAO.
           02  PRV-CHAVE.
               03  PRV-TIPO        PIC X(01).
                   88  PREVISAO-TOTAL        VALUE 'T'.
                   88  PREVISAO-CATEGORIA    VALUE 'C'.
                   88  PREVISAO-LOJA         VALUE 'L'.
                   88  PREVISAO-PRODUTO      VALUE 'P'.
                   88  PREVISAO-VENDEDOR     VALUE 'V'.
               03  PRV-CODIGO      PIC X(15).
               03  PRV-ANO         PIC 9(04).
               03  PRV-MES         PIC 9(02).
           02  PRV-VALOR           PIC 9(09)V99.
           02  PRV-QTDE            PIC 9(07).
           02  PRV-ANTERIOR        PIC 9(09)V99.
           02  PRV-INDICE          PIC 9(02)V99.
           02  PRV-DATAGERACAO     PIC 9(08).
