      * Layout do arquivo sequencial VENDASSUSPENSAS, a fila de
      * lancamentos segurados para conferencia, alimentada pelo
      * VALORESVENDAS e pelo IMPORTARVENDAS e drenada pelo
      * REPROCESSARVENDAS. SUS-FORMAPAGTO segue a mesma codificacao
      * do DET-FORMAPAGTO (D, C ou P).
       01  REG-SUSPENSA.
           02  SUS-TIPO            PIC X(01).
           02  SUS-ANO             PIC 9(04).
           02  SUS-PRECOUNIT       PIC 9(06)V99.
           02  SUS-VALOR           PIC 9(09)V99.
           02  SUS-MOTIVO          PIC X(30).
           02  SUS-DIA             PIC 9(02).
           02  SUS-PROMOCAO        PIC X(06).
           02  SUS-FORMAPAGTO      PIC X(01).
