      * Layout do arquivo sequencial CONTRATOS da carteira de
      * investimento, processado pelo INVESTIMENTOFINANCEIROLOTE e
      * pelos programas de renovacao, avisos e projecao.
      * CONT-PRODUTO aponta para o catalogo PRODUTOSINVEST, que
      * define o regime de IR e o prazo minimo do contrato.
      * CONT-DIAINICIO e o dia da aplicacao, base da contagem de
      * dias uteis do rendimento diario e dos dias corridos do IR.
       01  REG-CONTRATO.
           02  CONT-NUMERO         PIC 9(06).
           02  CONT-PRINCIPAL      PIC 9(09)V99.
               88  CONTRATO-RESGATADO         VALUE 'R'.
               88  CONTRATO-VENCIDO           VALUE 'V'.
           02  CONT-CLIENTE        PIC 9(06).
           02  CONT-PRODUTO        PIC 9(03).
           02  CONT-DIAINICIO      PIC 9(02).
