      * Layout do saldo de estoque indexado por produto (saldo em
      * unidades, nivel minimo de reposicao e custo medio ponderado
      * das entradas), mantido pelo subprograma MOVIMENTARESTOQUE e
      * pelo painel CONTROLARESTOQUE.
      * Produto sem registro aqui nao tem controle de estoque.
       01  REG-ESTOQUE.
           02  EST-PRODUTO         PIC X(06).
           02  EST-SALDO           PIC S9(07).
           02  EST-MINIMO          PIC 9(05).
           02  EST-CUSTOMEDIO      PIC 9(06)V99.
