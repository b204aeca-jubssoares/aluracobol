      * Layout do arquivo indexado de cobranca de clientes (chave
      * CBR-CLIENTE), mantido pela regua de cobranca noturna
      * COBRANCAATRASO: estagio da regua ja atingido (1=lembrete,
      * 2=aviso de cobranca, 3=ultimo aviso com bloqueio), dias e
      * valor em atraso da ultima apuracao e a marca de credito
      * bloqueado, consultada pelo VERIFICARCREDITO na postagem de
      * venda a prazo e liberada pelo supervisor no CONTASRECEBER.
       01  REG-COBRANCA.
           02  CBR-CLIENTE         PIC 9(06).
           02  CBR-ESTAGIO         PIC 9(01).
               88  CBR-SEM-COBRANCA          VALUE 0.
               88  CBR-ULTIMO-ESTAGIO        VALUE 3.
           02  CBR-ESTAGIOANO      PIC 9(04).
           02  CBR-ESTAGIOMES      PIC 9(02).
           02  CBR-ESTAGIODIA      PIC 9(02).
           02  CBR-DIASATRASO      PIC 9(05).
           02  CBR-VALORATRASO     PIC 9(09)V99.
           02  CBR-BLOQUEIO        PIC X(01).
               88  CREDITO-BLOQUEADO         VALUE 'S'.
               88  CREDITO-LIBERADO          VALUE 'N'.
           02  CBR-LIBERANO        PIC 9(04).
           02  CBR-LIBERMES        PIC 9(02).
           02  CBR-LIBERDIA        PIC 9(02).
           02  CBR-LIBEROPERADOR   PIC X(08).
