      * Layout do cadastro indexado PRODUTOSINVEST (chave
      * PRI-CODIGO), catalogo dos produtos de investimento mantido
      * pelo MANTERPRODUTOSINV. Cada contrato da carteira aponta
      * para um produto (CONT-PRODUTO), que define o regime de IR
      * aplicado pelo CALCULARIR: R=tabela regressiva (CDB),
      * I=isento (LCI/LCA), F=aliquota fixa do proprio produto
      * (PRI-ALIQUOTA). PRI-CARENCIA e o prazo minimo em meses,
      * conferido na simulacao e na renovacao de contratos.
       01  REG-PRODUTOINV.
           02  PRI-CODIGO          PIC 9(03).
           02  PRI-NOME            PIC X(30).
           02  PRI-TIPO            PIC X(01).
               88  PRODUTO-CDB               VALUE 'C'.
               88  PRODUTO-LCI               VALUE 'L'.
               88  PRODUTO-LCA               VALUE 'A'.
               88  PRODUTO-POUPANCA          VALUE 'P'.
               88  TIPO-PRODUTO-VALIDO       VALUE 'C' 'L' 'A' 'P'.
           02  PRI-REGIME          PIC X(01).
               88  REGIME-REGRESSIVO         VALUE 'R'.
               88  REGIME-ISENTO             VALUE 'I'.
               88  REGIME-FIXO               VALUE 'F'.
               88  REGIME-VALIDO             VALUE 'R' 'I' 'F'.
           02  PRI-ALIQUOTA        PIC 9(02)V99.
           02  PRI-CARENCIA        PIC 9(03).
           02  PRI-SITUACAO        PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
