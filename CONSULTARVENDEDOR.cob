      ***             UM SO PAINEL O TOTAL DO MES NO
      ***             DETALHEVENDA, A META E O ATINGIMENTO DO
      ***             METASVENDEDOR (COMO O METASVENDAS
      ***             CALCULA), A COMISSAO PROPRIA DO
      ***             COMISSOES (SEM A DE GERENCIA) E A
      ***             LINHA DE ESTATISTICAS DO MEDIAVENDEDOR.
      ***             SOMENTE CONSULTA, COM PAGINACAO ENTRE
      ***             MESES POR F7/F8
                 IF COM-VENDEDOR EQUAL WRK-VENDEDOR
                    AND COM-ANO EQUAL WRK-ANO
                    AND COM-MES EQUAL WRK-MES
                    AND NOT COMISSAO-GERENTE
                    MOVE COM-BASE       TO WRK-COMBASE-ED
                    MOVE COM-PERCENTUAL TO WRK-COMPCT-ED
                    MOVE COM-VALOR      TO WRK-COMVALOR-ED
