      * (situacao P = pendente), revisado pelo APROVARCOMISSAO
      * (A = aprovada, J = ajustada, R = rejeitada, com motivo) e
      * lido pela consulta 360 e pela folha de pagamento.
      * COM-TIPO separa a comissao do proprio vendedor (V) da
      * comissao de gerencia (G), paga ao gerente da equipe sobre a
      * venda liquida de todos os vendedores dela.
       01  REG-COMISSAO.
           02  COM-VENDEDOR        PIC 9(05).
           02  COM-ANO             PIC 9(04).
               88  COMISSAO-AJUSTADA         VALUE 'J'.
               88  COMISSAO-REJEITADA        VALUE 'R'.
           02  COM-MOTIVO          PIC X(30).
           02  COM-TIPO            PIC X(01).
               88  COMISSAO-VENDEDOR         VALUE 'V'.
               88  COMISSAO-GERENTE          VALUE 'G'.
