      * de cada lancamento de venda e cancelamento, compartilhado
      * pelos programas de vendas (entrada, importacao do PDV,
      * apuracoes, reconciliacao e reprocessamento de suspensos).
      * DET-DIA e o dia da venda (zero nos lancamentos convertidos
      * do layout anterior) e DET-PROMOCAO o codigo da promocao
      * aplicada no preco (em branco quando vendido a preco de
      * tabela). DET-FORMAPAGTO e a forma de pagamento: dinheiro,
      * cartao ou crediario (venda a prazo com cliente, que gera
      * parcelas); nos lancamentos convertidos, anteriores a
      * captura da forma, crediario quando ha cliente e dinheiro
      * quando nao ha. DET-CUSTOUNIT e o
      * custo medio do produto no momento do lancamento, devolvido
      * pelo MOVIMENTARESTOQUE (zero quando o produto nao tem
      * controle de estoque).
       01  REG-DETALHE.
           02  DET-TIPO            PIC X(01).
               88  DET-VENDA                 VALUE 'V'.
           02  DET-PRECOUNIT       PIC 9(06)V99.
           02  DET-VALOR           PIC 9(09)V99.
           02  DET-CARGA           PIC 9(08).
           02  DET-DIA             PIC 9(02).
           02  DET-PROMOCAO        PIC X(06).
           02  DET-FORMAPAGTO      PIC X(01).
               88  DET-PAGTO-DINHEIRO        VALUE 'D'.
               88  DET-PAGTO-CARTAO          VALUE 'C'.
               88  DET-PAGTO-CREDIARIO       VALUE 'P'.
           02  DET-CUSTOUNIT       PIC 9(06)V99.
