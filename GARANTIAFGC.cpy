      * Parametros comuns do monitoramento de concentracao da
      * carteira de investimento, usados pelo relatorio
      * CONCENTRACAOCPF e pelo subprograma VERIFICARFGC: teto de
      * garantia do FGC por CPF e participacao maxima de um CPF na
      * carteira antes do alerta de concentracao.
       01 WRK-GARANTIAFGC.
          02 WRK-TETOFGC         PIC 9(09)V99 VALUE 250000,00.
          02 WRK-PARTICIPMAXIMA  PIC 9(02)V99 VALUE 10,00.
