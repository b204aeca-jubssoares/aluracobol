      * Layout do arquivo indexado FERIASFUNCIONARIOS, um registro
      * por funcionario e periodo aquisitivo de ferias, gerado pelo
      * CONTROLARFERIAS a partir da data de admissao. O periodo 01
      * comeca na admissao; cada periodo vence (ferias adquiridas)
      * no aniversario da admissao e deve ser concedido ate o
      * aniversario seguinte (data limite), sob pena de pagamento
      * em dobro. Dias gozados acumulam as programacoes; a ultima
      * programacao fica registrada. Situacao: A=em aquisicao,
      * V=adquiridas com saldo, G=gozadas, Q=quitadas na rescisao
      * (MANTERFUNCIONARIOS).
       01  REG-FERIAS.
           02  FER-CHAVE.
               03  FER-MATRICULA   PIC 9(05).
               03  FER-PERIODO     PIC 9(02).
           02  FER-INICIOANO       PIC 9(04).
           02  FER-INICIOMES       PIC 9(02).
           02  FER-INICIODIA       PIC 9(02).
           02  FER-AQUISICAOANO    PIC 9(04).
           02  FER-AQUISICAOMES    PIC 9(02).
           02  FER-AQUISICAODIA    PIC 9(02).
           02  FER-LIMITEANO       PIC 9(04).
           02  FER-LIMITEMES       PIC 9(02).
           02  FER-LIMITEDIA       PIC 9(02).
           02  FER-DIASDIREITO     PIC 9(02).
           02  FER-DIASGOZADOS     PIC 9(02).
           02  FER-PROGANO         PIC 9(04).
           02  FER-PROGMES         PIC 9(02).
           02  FER-PROGDIA         PIC 9(02).
           02  FER-PROGDIAS        PIC 9(02).
           02  FER-SITUACAO        PIC X(01).
               88  FERIAS-EM-AQUISICAO       VALUE 'A'.
               88  FERIAS-ADQUIRIDAS         VALUE 'V'.
               88  FERIAS-GOZADAS            VALUE 'G'.
               88  FERIAS-QUITADAS           VALUE 'Q'.
