      ***   OBJETIVO: MANUTENCAO DO CALENDARIO COMERCIAL DE
      ***             FERIADOS (ANO, MES, DIA, DESCRICAO),
      ***             USADO PELO FECHAMENTO AUTOMATICO DE
      ***             PERIODO PARA CONTAR DIAS UTEIS E PELO
      ***             RENDIMENTO DIARIO DA CARTEIRA DE
      ***             INVESTIMENTOS (CONTARDIASUTEIS).
      ***             RESTRITO A SUPERVISORES
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
