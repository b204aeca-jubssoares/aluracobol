      * Layout do arquivo indexado de transferencias de estoque entre
      * lojas, um registro por item (produto) do documento. A chave e
      * o numero do documento + o numero do item; lojas de origem e
      * destino e data de envio se repetem em todos os itens. No
      * envio a quantidade sai do saldo da loja de origem e o item
      * fica em transito (T); no recebimento entra no saldo da loja
      * de destino (R); o cancelamento de item em transito devolve a
      * quantidade a origem (C). Gravado pelo TRANSFERIRESTOQUE e lido
      * pelo CONTROLARESTOQUE e pelo REPOSICAOLOJAS.
       01  REG-TRANSFERENCIA.
           02  TRF-CHAVE.
               03  TRF-NUMERO      PIC 9(06).
               03  TRF-ITEM        PIC 9(02).
           02  TRF-LOJAORIGEM      PIC 9(03).
           02  TRF-LOJADESTINO     PIC 9(03).
           02  TRF-ENVIOANO        PIC 9(04).
           02  TRF-ENVIOMES        PIC 9(02).
           02  TRF-ENVIODIA        PIC 9(02).
           02  TRF-PRODUTO         PIC X(06).
           02  TRF-QTDE            PIC 9(05).
           02  TRF-BAIXAANO        PIC 9(04).
           02  TRF-BAIXAMES        PIC 9(02).
           02  TRF-BAIXADIA        PIC 9(02).
           02  TRF-SITUACAO        PIC X(01).
               88  TRANSF-EM-TRANSITO        VALUE 'T'.
               88  TRANSF-RECEBIDA           VALUE 'R'.
               88  TRANSF-CANCELADA          VALUE 'C'.
           02  TRF-OPERADOR        PIC X(08).
