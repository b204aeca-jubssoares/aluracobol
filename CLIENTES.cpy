      * Layout do cadastro indexado de clientes (chave CLI-CODIGO),
      * compartilhado pelo MANTERCLIENTES, pela conversao
      * CONVERTERCLIENTES e pelos programas de investimento que
      * consultam nome, CPF e situacao do cliente. O limite de
      * credito (zero = sem limite definido) e conferido pelo
      * VERIFICARCREDITO contra o saldo em aberto das parcelas.
      * A classe ABC (A, B ou C; branco = ainda nao classificado) e
      * gravada pelo CLASSIFICARABC conforme o valor comprado.
       01  REG-CLIENTE.
           02  CLI-CODIGO          PIC 9(06).
           02  CLI-NOME            PIC X(30).
           02  CLI-EMAIL           PIC X(40).
           02  CLI-SITUACAO        PIC X(01).
               88  CLIENTE-ATIVO             VALUE 'A'.
           02  CLI-LIMITECREDITO   PIC 9(09)V99.
           02  CLI-CLASSEABC       PIC X(01).
