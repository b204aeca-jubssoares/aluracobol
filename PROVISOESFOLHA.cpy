      * Layout do arquivo indexado PROVISOESFOLHA, um registro por
      * competencia com o passivo do mes apurado pelo
      * CONTROLARFERIAS sobre os funcionarios ativos: ferias
      * (salario / 12), terco constitucional (um terco das ferias)
      * e 13o salario (salario / 12). Lido pelo CONTABILIZAR.
       01  REG-PROVISAO.
           02  PRV-CHAVE.
               03  PRV-ANO         PIC 9(04).
               03  PRV-MES         PIC 9(02).
           02  PRV-QTDEFUNC        PIC 9(05).
           02  PRV-FERIAS          PIC 9(09)V99.
           02  PRV-TERCO           PIC 9(09)V99.
           02  PRV-DECIMO          PIC 9(09)V99.
