      * Layout do arquivo indexado FOLHAPAGAMENTO, um registro por
      * funcionario e competencia calculado pelo CALCULARFOLHA:
      * dias trabalhados no mes comercial de 30 dias (admissao e
      * desligamento no mes sao proporcionais), bruto, INSS pela
      * tabela progressiva, base e IRRF e o liquido, enviado ao
      * banco pelo ciclo de folha do GERARREMESSA (situacao R, que
      * impede recalcular a competencia) e contabilizado pelo
      * CONTABILIZAR.
       01  REG-FOLHA.
           02  FOL-CHAVE.
               03  FOL-ANO         PIC 9(04).
               03  FOL-MES         PIC 9(02).
               03  FOL-MATRICULA   PIC 9(05).
           02  FOL-NOME            PIC X(30).
           02  FOL-SALARIO         PIC 9(06)V99.
           02  FOL-DIAS            PIC 9(02).
           02  FOL-BRUTO           PIC 9(07)V99.
           02  FOL-INSS            PIC 9(07)V99.
           02  FOL-BASEIR          PIC 9(07)V99.
           02  FOL-IRRF            PIC 9(07)V99.
           02  FOL-LIQUIDO         PIC 9(07)V99.
           02  FOL-SITUACAO        PIC X(01).
               88  FOLHA-CALCULADA           VALUE 'C'.
               88  FOLHA-REMETIDA            VALUE 'R'.
