      * Layout do arquivo indexado de pedidos de compra, um registro
      * por item (produto) do pedido. A chave e o numero do pedido +
      * o numero do item; fornecedor e data de emissao se repetem em
      * todos os itens do mesmo pedido. Gravado pelo MANTERPEDIDOS,
      * baixado pelo RECEBERMERCADORIA e lido pelo relatorio de
      * pedidos pendentes e pela reposicao do CONTROLARESTOQUE.
       01  REG-PEDIDO.
           02  PED-CHAVE.
               03  PED-NUMERO      PIC 9(06).
               03  PED-ITEM        PIC 9(02).
           02  PED-FORNECEDOR      PIC 9(05).
           02  PED-EMISSAOANO      PIC 9(04).
           02  PED-EMISSAOMES      PIC 9(02).
           02  PED-EMISSAODIA      PIC 9(02).
           02  PED-PRODUTO         PIC X(06).
           02  PED-QTDEPEDIDA      PIC 9(05).
           02  PED-QTDERECEBIDA    PIC 9(05).
           02  PED-CUSTOUNIT       PIC 9(06)V99.
           02  PED-PREVANO         PIC 9(04).
           02  PED-PREVMES         PIC 9(02).
           02  PED-PREVDIA         PIC 9(02).
           02  PED-SITUACAO        PIC X(01).
               88  PEDIDO-ABERTO             VALUE 'A'.
               88  PEDIDO-PARCIAL            VALUE 'P'.
               88  PEDIDO-RECEBIDO           VALUE 'R'.
               88  PEDIDO-CANCELADO          VALUE 'C'.
               88  PEDIDO-PENDENTE           VALUE 'A' 'P'.
           02  PED-OPERADOR        PIC X(08).
