      * Layout do arquivo indexado BOLETOSCOBRANCA, um registro por
      * parcela do PARCELASRECEBER enviada ao banco na remessa de
      * cobranca (GERARCOBRANCA). O nosso numero e a propria chave
      * da parcela (cliente + competencia + sequencia + parcela).
      * Situacao: R=remetido, C=entrada confirmada pelo banco,
      * X=recusado pelo banco (volta na proxima remessa) e
      * L=liquidado pelo retorno (PROCESSARCOBRANCA), com a data e
      * o valor pago informados pelo banco.
       01  REG-BOLETO.
           02  BOL-NOSSONUMERO     PIC X(18).
           02  BOL-REMESSAANO      PIC 9(04).
           02  BOL-REMESSAMES      PIC 9(02).
           02  BOL-REMESSADIA      PIC 9(02).
           02  BOL-VENCANO         PIC 9(04).
           02  BOL-VENCMES         PIC 9(02).
           02  BOL-VENCDIA         PIC 9(02).
           02  BOL-VALOR           PIC 9(09)V99.
           02  BOL-SITUACAO        PIC X(01).
               88  BOLETO-REMETIDO           VALUE 'R'.
               88  BOLETO-CONFIRMADO         VALUE 'C'.
               88  BOLETO-RECUSADO           VALUE 'X'.
               88  BOLETO-LIQUIDADO          VALUE 'L'.
           02  BOL-OCORRENCIA      PIC X(02).
           02  BOL-PAGTOANO        PIC 9(04).
           02  BOL-PAGTOMES        PIC 9(02).
           02  BOL-PAGTODIA        PIC 9(02).
           02  BOL-VALORPAGO       PIC 9(09)V99.
