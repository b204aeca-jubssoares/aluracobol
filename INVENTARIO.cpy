      * Layout do inventario fisico indexado por produto: foto do
      * saldo contabil da loja contada (e do custo medio da empresa)
      * congelada na abertura da contagem, quantidade contada na
      * prateleira e situacao do item. Uma contagem cobre uma loja
      * (INV-LOJA, igual em todos os itens). Gravado e lido pelo
      * INVENTARIOESTOQUE; os ajustes aprovados saem pelo
      * MOVIMENTARESTOQUE com a funcao I, na loja da contagem.
       01  REG-INVENTARIO.
           02  INV-PRODUTO         PIC X(06).
           02  INV-CATEGORIA       PIC X(15).
           02  INV-FOTOANO         PIC 9(04).
           02  INV-FOTOMES         PIC 9(02).
           02  INV-FOTODIA         PIC 9(02).
           02  INV-SALDOLIVRO      PIC S9(07).
           02  INV-CUSTOMEDIO      PIC 9(06)V99.
           02  INV-QTDECONTADA     PIC 9(07).
           02  INV-SITUACAO        PIC X(01).
               88  INV-NAO-CONTADO           VALUE 'N'.
               88  INV-CONTADO               VALUE 'C'.
               88  INV-AJUSTADO              VALUE 'A'.
               88  INV-EM-ABERTO             VALUE 'N' 'C'.
           02  INV-LOJA            PIC 9(03).
