      * Layout do cadastro indexado de fornecedores (chave
      * FOR-CODIGO), mantido pelo MANTERFORNECEDORES e usado pelos
      * pedidos de compra para validar o fornecedor de cada pedido.
       01  REG-FORNECEDOR.
           02  FOR-CODIGO          PIC 9(05).
           02  FOR-NOME            PIC X(30).
           02  FOR-CNPJ            PIC X(14).
           02  FOR-TELEFONE        PIC X(11).
           02  FOR-EMAIL           PIC X(40).
           02  FOR-SITUACAO        PIC X(01).
               88  FORNECEDOR-ATIVO          VALUE 'A'.
