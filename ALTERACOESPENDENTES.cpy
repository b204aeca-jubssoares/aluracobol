      * Layout do arquivo indexado ALTERACOESPENDENTES (chave
      * cadastro + codigo), com as alteracoes de dados bancarios e
      * de salario feitas pelo MANTERVENDEDORES (V) e pelo
      * MANTERFUNCIONARIOS (F). Essas alteracoes nao vao direto ao
      * cadastro: ficam pendentes (P) ate que um supervisor
      * diferente do solicitante aprove (A) ou rejeite (R) no
      * APROVARALTERACOES, que so entao grava os novos valores.
      * O GERARREMESSA nao paga favorecido com alteracao bancaria
      * pendente e o lista no EXCECOESREMESSA. Uma nova alteracao do
      * mesmo favorecido, ainda pendente, soma-se a anterior.
       01  REG-PENDENTE.
           02  PND-CHAVE.
               03  PND-CADASTRO    PIC X(01).
                   88  PND-VENDEDOR          VALUE 'V'.
                   88  PND-FUNCIONARIO       VALUE 'F'.
               03  PND-CODIGO      PIC 9(05).
           02  PND-NOME            PIC X(30).
           02  PND-SITUACAO        PIC X(01).
               88  ALTERACAO-PENDENTE        VALUE 'P'.
               88  ALTERACAO-APROVADA        VALUE 'A'.
               88  ALTERACAO-REJEITADA       VALUE 'R'.
           02  PND-BANCARIO        PIC X(01).
               88  PND-ALTERA-BANCO          VALUE 'S'.
           02  PND-SALARIAL        PIC X(01).
               88  PND-ALTERA-SALARIO        VALUE 'S'.
           02  PND-ANTERIOR.
               03  PND-BANCOANT    PIC 9(03).
               03  PND-AGENCIAANT  PIC 9(05).
               03  PND-CONTAANT    PIC 9(10).
               03  PND-CPFTITANT   PIC X(11).
               03  PND-SALARIOANT  PIC 9(06)V99.
           02  PND-NOVO.
               03  PND-BANCONOVO   PIC 9(03).
               03  PND-AGENCIANOVA PIC 9(05).
               03  PND-CONTANOVA   PIC 9(10).
               03  PND-CPFTITNOVO  PIC X(11).
               03  PND-SALARIONOVO PIC 9(06)V99.
           02  PND-SOLICITANTE     PIC X(08).
           02  PND-SOLICANO        PIC 9(04).
           02  PND-SOLICMES        PIC 9(02).
           02  PND-SOLICDIA        PIC 9(02).
           02  PND-APROVADOR       PIC X(08).
           02  PND-APROVANO        PIC 9(04).
           02  PND-APROVMES        PIC 9(02).
           02  PND-APROVDIA        PIC 9(02).
           02  PND-MOTIVO          PIC X(30).
