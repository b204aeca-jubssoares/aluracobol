      * Layout do arquivo indexado PAGAMENTOSREMESSA, um registro por
      * pagamento enviado ao banco na REMESSABANCO (GERARREMESSA).
      * A chave e o "seu numero" do detalhe da remessa: ciclo
      * (C=comissao, A=aumento, F=folha, D=13o salario), referencia
      * (competencia AAAAMM00 da comissao liberada ou da folha,
      * AAAAMM01 da comissao de gerencia, data
      * AAAAMMDD do calculo do aumento ou AAAA1100/AAAA1200 da 1a ou
      * 2a parcela do 13o) e favorecido (vendedor ou matricula).
      * Situacao: E=enviado,
      * aguardando retorno; P=pago pelo banco; R=rejeitado pelo
      * banco com a ocorrencia e o motivo do retorno (RETORNOREMESSA),
      * reenviado somente pelo ciclo de reenvio do GERARREMESSA.
       01  REG-PAGAMENTO.
           02  PGT-CHAVE.
               03  PGT-CICLO       PIC X(01).
                   88  PGT-COMISSAO          VALUE 'C'.
                   88  PGT-AUMENTO           VALUE 'A'.
                   88  PGT-FOLHA             VALUE 'F'.
                   88  PGT-DECIMO            VALUE 'D'.
               03  PGT-REFERENCIA  PIC 9(08).
               03  PGT-FAVORECIDO  PIC 9(05).
           02  PGT-NOME            PIC X(30).
           02  PGT-VALOR           PIC 9(10)V99.
           02  PGT-REMESSAANO      PIC 9(04).
           02  PGT-REMESSAMES      PIC 9(02).
           02  PGT-REMESSADIA      PIC 9(02).
           02  PGT-ENVIOS          PIC 9(02).
           02  PGT-SITUACAO        PIC X(01).
               88  PAGAMENTO-ENVIADO         VALUE 'E'.
               88  PAGAMENTO-PAGO            VALUE 'P'.
               88  PAGAMENTO-REJEITADO       VALUE 'R'.
           02  PGT-OCORRENCIA      PIC X(02).
           02  PGT-MOTIVO          PIC X(30).
           02  PGT-RETORNOANO      PIC 9(04).
           02  PGT-RETORNOMES      PIC 9(02).
           02  PGT-RETORNODIA      PIC 9(02).
