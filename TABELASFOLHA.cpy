      * Layout do arquivo indexado TABELASFOLHA com as tabelas de
      * desconto da folha de pagamento, mantidas no CALCULARFOLHA
      * com autorizacao de supervisor. Chave: tipo da tabela
      * (I=INSS progressivo, R=IRRF) + numero da faixa, em ordem
      * crescente de limite. TAB-LIMITE e o teto da faixa; na
      * ultima faixa do INSS e o teto de contribuicao. TAB-DEDUCAO
      * e a parcela a deduzir do IRRF (nao usada no INSS).
       01  REG-TABELAFOLHA.
           02  TAB-CHAVE.
               03  TAB-TIPO        PIC X(01).
                   88  TABELA-INSS           VALUE 'I'.
                   88  TABELA-IRRF           VALUE 'R'.
               03  TAB-FAIXA       PIC 9(02).
           02  TAB-LIMITE          PIC 9(07)V99.
           02  TAB-ALIQUOTA        PIC 9(02)V99.
           02  TAB-DEDUCAO         PIC 9(07)V99.
