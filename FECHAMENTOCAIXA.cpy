      * Layout do fechamento de caixa diario da loja, mesma chave do
      * CONTROLECARGA (data da carga + loja). Guarda o que o PDV
      * informou por forma de pagamento no momento do fechamento, o
      * que o gerente contou (dinheiro na gaveta e total das
      * maquinas de cartao) e as diferencas (positiva = sobra,
      * negativa = falta). Situacao 'F' fechado sem diferenca, 'D'
      * divergente aguardando recontagem ou aceite e 'A' diferenca
      * aceita por supervisor com justificativa. O FECHARPERIODO nao
      * fecha o mes com dia de loja carregado sem fechamento 'F' ou
      * 'A'.
       01  REG-FECHAMENTO.
           02  FCX-CHAVE.
               03  FCX-ANO         PIC 9(04).
               03  FCX-MES         PIC 9(02).
               03  FCX-DIA         PIC 9(02).
               03  FCX-LOJA        PIC 9(03).
           02  FCX-SITUACAO        PIC X(01).
               88  CAIXA-FECHADO             VALUE 'F'.
               88  CAIXA-DIVERGENTE          VALUE 'D'.
               88  CAIXA-ACEITO              VALUE 'A'.
           02  FCX-TOTALPDV        PIC 9(10)V99.
           02  FCX-PDVDINHEIRO     PIC 9(10)V99.
           02  FCX-PDVCARTAO       PIC 9(10)V99.
           02  FCX-PDVCREDIARIO    PIC 9(10)V99.
           02  FCX-PDVSEMFORMA     PIC 9(10)V99.
           02  FCX-CREDLANCADO     PIC 9(10)V99.
           02  FCX-CONTDINHEIRO    PIC 9(10)V99.
           02  FCX-CONTCARTAO      PIC 9(10)V99.
           02  FCX-DIFDINHEIRO     PIC S9(10)V99.
           02  FCX-DIFCARTAO       PIC S9(10)V99.
           02  FCX-DATAFECHAMENTO  PIC 9(08).
           02  FCX-OPERADOR        PIC X(08).
           02  FCX-JUSTIFICATIVA   PIC X(40).
