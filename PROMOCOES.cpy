      * Layout do cadastro indexado PROMOCOES (chave PRM-CODIGO),
      * mantido pelo MANTERPROMOCOES. Cada promocao vale da data de
      * inicio ate a data de fim (inclusive) para um produto (alvo
      * P), uma categoria (alvo C) ou todo o catalogo (alvo T), numa
      * loja ou em todas (loja zero), com desconto percentual sobre
      * o preco de tabela ou preco promocional fixo. O subprograma
      * APLICARPROMOCAO escolhe o menor preco entre as promocoes
      * ativas na data da venda para o VALORESVENDAS e o
      * IMPORTARVENDAS, que gravam o codigo no DET-PROMOCAO; o
      * RELATORIOPROMOCOES apura o resultado de cada campanha.
       01  REG-PROMOCAO.
           02  PRM-CODIGO          PIC X(06).
           02  PRM-DESCRICAO       PIC X(30).
           02  PRM-TIPOALVO        PIC X(01).
               88  ALVO-PRODUTO              VALUE 'P'.
               88  ALVO-CATEGORIA            VALUE 'C'.
               88  ALVO-TODOS                VALUE 'T'.
           02  PRM-ALVO            PIC X(15).
           02  PRM-LOJA            PIC 9(03).
           02  PRM-TIPODESCONTO    PIC X(01).
               88  DESCONTO-PERCENTUAL       VALUE 'P'.
               88  DESCONTO-PRECOFIXO        VALUE 'F'.
           02  PRM-PERCENTUAL      PIC 9(02)V99.
           02  PRM-PRECOFIXO       PIC 9(06)V99.
           02  PRM-DATAINICIO      PIC 9(08).
           02  PRM-DATAFIM         PIC 9(08).
           02  PRM-SITUACAO        PIC X(01).
               88  PROMOCAO-ATIVA            VALUE 'A'.
