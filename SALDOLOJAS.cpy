      * Layout do saldo de estoque por loja, indexado por produto +
      * loja (SLJ-CHAVE), mantido pelo subprograma MOVIMENTARESTOQUE
      * em todo movimento que informa a loja. O SALDOESTOQUE continua
      * com o total da empresa e o custo medio: o total e a soma dos
      * saldos das lojas mais o que esta em transito entre lojas
      * (TRANSFERENCIAS). SLJ-MINIMO e o nivel minimo de reposicao da
      * loja, definido no CONTROLARESTOQUE e usado pelo
      * REPOSICAOLOJAS.
       01  REG-SALDOLOJA.
           02  SLJ-CHAVE.
               03  SLJ-PRODUTO     PIC X(06).
               03  SLJ-LOJA        PIC 9(03).
           02  SLJ-SALDO           PIC S9(07).
           02  SLJ-MINIMO          PIC 9(05).
