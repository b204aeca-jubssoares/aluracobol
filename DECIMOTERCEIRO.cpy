      * Layout do arquivo indexado DECIMOTERCEIRO, um registro por
      * ano e funcionario calculado pelo CALCULARFOLHA: avos do ano
      * (mes com 15 dias ou mais de trabalho), valor integral
      * (salario / 12 x avos), primeira parcela (metade, sem
      * descontos, em novembro) e segunda parcela (dezembro, com
      * INSS e IRRF sobre o integral, descontada a primeira se ja
      * remetida; senao a primeira e zerada e entra na segunda). A
      * situacao de cada parcela passa a R quando o ciclo de 13o
      * do GERARREMESSA a envia ao banco, o que impede o recalculo.
       01  REG-DECIMO.
           02  DEC-CHAVE.
               03  DEC-ANO         PIC 9(04).
               03  DEC-MATRICULA   PIC 9(05).
           02  DEC-NOME            PIC X(30).
           02  DEC-AVOS            PIC 9(02).
           02  DEC-INTEGRAL        PIC 9(07)V99.
           02  DEC-PARCELA1        PIC 9(07)V99.
           02  DEC-SITUACAO1       PIC X(01).
               88  PRIMEIRA-CALCULADA        VALUE 'C'.
               88  PRIMEIRA-REMETIDA         VALUE 'R'.
           02  DEC-INSS            PIC 9(07)V99.
           02  DEC-IRRF            PIC 9(07)V99.
           02  DEC-PARCELA2        PIC 9(07)V99.
           02  DEC-SITUACAO2       PIC X(01).
               88  SEGUNDA-CALCULADA         VALUE 'C'.
               88  SEGUNDA-REMETIDA          VALUE 'R'.
