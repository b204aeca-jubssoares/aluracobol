      * execucao do INVESTIMENTOFINANCEIROLOTE com a posicao
      * corrigida de cada contrato na competencia, e lido pelos
      * extratos, relatorios de IR e informes por cliente.
      * RES-REGIME e RES-ALIQUOTA guardam o tratamento de IR do
      * produto na competencia (R=regressivo, I=isento, F=aliquota
      * fixa) e a aliquota efetivamente aplicada.
       01  REG-RESUMOCONTRATO.
           02  RES-NUMERO          PIC 9(06).
           02  RES-PRINCIPAL       PIC 9(09)V99.
           02  RES-ANOCOMP         PIC 9(04).
           02  RES-MESCOMP         PIC 9(02).
           02  RES-MESES           PIC 9(03).
           02  RES-PRODUTO         PIC 9(03).
           02  RES-REGIME          PIC X(01).
               88  RESUMO-ISENTO             VALUE 'I'.
               88  RESUMO-ALIQUOTA-FIXA      VALUE 'F'.
           02  RES-ALIQUOTA        PIC 9(02)V99.
