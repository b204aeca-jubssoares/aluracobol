      * Parametros de retencao de dados pessoais (LGPD), usados pelo
      * ANONIMIZARDADOS: anos, contados da ultima compra do cliente
      * inativo ou da data de saida do funcionario desligado, depois
      * dos quais nome, CPF, contatos e dados bancarios sao
      * mascarados. Os codigos e os valores sao mantidos.
       01 WRK-RETENCAODADOS.
          02 WRK-ANOSRETENCAO    PIC 9(02) VALUE 05.
          02 WRK-NOMEANONIMO     PIC X(30) VALUE 'ANONIMIZADO'.
