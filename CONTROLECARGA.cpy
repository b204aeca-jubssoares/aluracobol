      * do header + loja. O IMPORTARVENDAS grava 'C' ao efetivar uma
      * carga e recusa a mesma data/loja sem autorizacao de
      * supervisor; o ESTORNARCARGA marca 'E' ao estornar.
      * CGA-TOTAL e o total de todas as linhas do movimento e os
      * totais por forma de pagamento o abrem para o fechamento de
      * caixa da loja; a parte sem forma reconhecida (ou carga
      * convertida do layout anterior) fica fora dos tres.
       01  REG-CARGA.
           02  CGA-CHAVE.
               03  CGA-ANO         PIC 9(04).
           02  CGA-QTDE            PIC 9(06).
           02  CGA-TOTAL           PIC 9(10)V99.
           02  CGA-OPERADOR        PIC X(08).
           02  CGA-TOTDINHEIRO     PIC 9(10)V99.
           02  CGA-TOTCARTAO       PIC 9(10)V99.
           02  CGA-TOTCREDIARIO    PIC 9(10)V99.
