      * Layout do arquivo sequencial ENCARGOSATRASO, registro unico
      * com os parametros de cobranca das parcelas pagas em atraso:
      * percentual de multa (uma vez sobre o principal) e taxa de
      * juros ao mes, cobrada pro rata por dia de atraso (mes de 30
      * dias). Mantido no painel CONTASRECEBER.
       01  REG-ENCARGOS.
           02  ENC-MULTAPERC       PIC 9(02)V99.
           02  ENC-JUROSMES        PIC 9(02)V99.
