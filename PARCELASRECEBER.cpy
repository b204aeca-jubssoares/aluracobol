      * GERARPARCELAS quando uma venda a prazo e postada e baixado
      * pelo painel CONTASRECEBER. A chave agrupa as parcelas de um
      * mesmo documento: cliente + competencia da venda + sequencia
      * do documento + numero da parcela. PAR-VALOR e o principal;
      * multa e juros de atraso cobrados ficam gravados na baixa.
       01  REG-PARCELA.
           02  PAR-CHAVE.
               03  PAR-CLIENTE     PIC 9(06).
           02  PAR-PAGTOANO        PIC 9(04).
           02  PAR-PAGTOMES        PIC 9(02).
           02  PAR-PAGTODIA        PIC 9(02).
           02  PAR-MULTA           PIC 9(07)V99.
           02  PAR-JUROS           PIC 9(07)V99.
