       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       FD  ARQ-DETALHEHIST.
       01  REG-DETALHEHIST         PIC X(76).
       FD  ARQ-DETALHETMP.
       01  REG-DETALHETMP          PIC X(76).
       FD  ARQ-PERIODOS.
       01  REG-PERIODO.
           02  PER-CHAVE.
