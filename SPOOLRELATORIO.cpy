      * Area de chamada do subprograma GRAVARSPOOL, comum aos
      * relatorios guardados no repositorio (SPOOLINDICE e
      * SPOOLLINHAS): funcao (A=abrir emissao, L=linha, F=fechar),
      * nome do relatorio, competencia AAAAMM (zero quando nao se
      * aplica) e a linha emitida, que tambem vai para a tela.
       01 WRK-SPOOL.
          02 WRK-SPL-FUNCAO      PIC X(01).
          02 WRK-SPL-RELATORIO   PIC X(22).
          02 WRK-SPL-COMPETENCIA PIC 9(06).
          02 WRK-SPL-LINHA       PIC X(132).
