      * Layout do arquivo indexado ETAPASCADEIA (chave ETP-ORDEM),
      * com a definicao das etapas da cadeia noturna executadas pelo
      * CADEIALOTE e mantidas pelo MANTERETAPAS. A frequencia diz
      * quando a etapa roda: todo dia (D), so em dia util (U), no
      * ultimo dia util do mes (M) ou em um dia fixo do mes (E,
      * ETP-DIAMES). Dias uteis e fim de mes vem do CALENDARIO via
      * CONTARDIASUTEIS. ETP-PARAFALHA 'S' interrompe a cadeia se a
      * etapa terminar com RC 8 ou maior; 'N' segue com as demais,
      * exceto as que dependem dela. ETP-DEPENDE lista as ordens de
      * etapas anteriores que precisam ter terminado sem falha.
       01  REG-ETAPA.
           02  ETP-ORDEM           PIC 9(02).
           02  ETP-PROGRAMA        PIC X(26).
           02  ETP-DESCRICAO       PIC X(30).
           02  ETP-FREQUENCIA      PIC X(01).
               88  ETAPA-DIARIA              VALUE 'D'.
               88  ETAPA-DIA-UTIL            VALUE 'U'.
               88  ETAPA-FIM-MES             VALUE 'M'.
               88  ETAPA-DIA-ESPECIFICO      VALUE 'E'.
               88  FREQUENCIA-VALIDA         VALUE 'D' 'U' 'M' 'E'.
           02  ETP-DIAMES          PIC 9(02).
           02  ETP-PARAFALHA       PIC X(01).
               88  ETAPA-INTERROMPE          VALUE 'S'.
           02  ETP-SITUACAO        PIC X(01).
               88  ETAPA-ATIVA               VALUE 'A'.
           02  ETP-DEPENDE         PIC 9(02) OCCURS 5 TIMES.
