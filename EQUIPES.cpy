      * VEND-EQUIPE), mantido pelo MANTEREQUIPES e usado pelo
      * MANTERVENDEDORES para validar a equipe e pelo
      * DESEMPENHOEQUIPES para nomear os grupos.
      * EQP-GERENTEVEND e o codigo de vendedor do gerente (zero =
      * sem comissao de gerencia) e EQP-PERCGERENTE o percentual
      * pago a ele pelo CALCULARCOMISSAO sobre a venda liquida da
      * equipe inteira.
       01  REG-EQUIPE.
           02  EQP-CODIGO          PIC X(15).
           02  EQP-NOME            PIC X(30).
           02  EQP-GERENTE         PIC X(30).
           02  EQP-SITUACAO        PIC X(01).
               88  EQUIPE-ATIVA              VALUE 'A'.
           02  EQP-GERENTEVEND     PIC 9(05).
           02  EQP-PERCGERENTE     PIC 9(02)V99.
