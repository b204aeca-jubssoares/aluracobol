      * registro por etapa executada, identificado pela data/hora de
      * inicio da cadeia. Gravado pelo CADEIALOTE ao fim de cada
      * etapa e lido pelo relatorio da manha (RELATORIOCADEIA) e
      * pelo reinicio na etapa que falhou. HCA-ETAPA e a ordem da
      * etapa no ETAPASCADEIA.
       01  REG-HISTCADEIA.
           02  HCA-RUNDATA         PIC 9(08).
           02  HCA-RUNHORA         PIC 9(06).
