      * Layout do indice indexado do repositorio de relatorios
      * (SPOOLINDICE, chave SPI-NUMERO): um registro por emissao,
      * gravado pelo subprograma GRAVARSPOOL, com o nome do
      * relatorio, a competencia (AAAAMM, zero quando nao se
      * aplica), data/hora da emissao, operador, linhas e paginas.
      * O texto fica no SPOOLLINHAS com o mesmo numero. O registro
      * de numero zero e o controle: SPI-ULTIMO guarda o ultimo
      * numero usado. Consultado e reimpresso pelo CONSULTARSPOOL e
      * expurgado pelo EXPURGARSPOOL.
       01  REG-SPOOLINDICE.
           02  SPI-NUMERO          PIC 9(08).
           02  SPI-RELATORIO       PIC X(22).
           02  SPI-COMPETENCIA     PIC 9(06).
           02  SPI-DATA            PIC 9(08).
           02  SPI-HORA            PIC 9(06).
           02  SPI-OPERADOR        PIC X(08).
           02  SPI-LINHAS          PIC 9(06).
           02  SPI-PAGINAS         PIC 9(04).
           02  SPI-SITUACAO        PIC X(01).
               88  SPOOL-ABERTO              VALUE 'A'.
               88  SPOOL-CONCLUIDO           VALUE 'C'.
           02  SPI-ULTIMO          PIC 9(08).
