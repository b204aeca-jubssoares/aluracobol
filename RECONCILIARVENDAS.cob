      ***             DO DETALHEVENDA, APONTANDO DIFERENCAS
      ***             E, QUANDO SOLICITADO, REGRAVANDO O
      ***             MESESVENDA A PARTIR DO DETALHE (O
      ***             DETALHE E O REGISTRO OFICIAL). O RESULTADO
      ***             VAI TAMBEM PARA O SPOOL DE RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       01 WRK-MESES.
             02 WRK-ANOTAB OCCURS 5 TIMES.
                03 WRK-MES PIC S9(9)V99 OCCURS 12 TIMES.
           END-READ.

       0300-COMPARAR.
           PERFORM 0950-ABRIR-SPOOL.
           MOVE 'RECONCILIACAO DETALHEVENDA X MESESVENDA'
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDXANO FROM 1 BY 1
                   UNTIL WRK-IDXANO > 5
              COMPUTE WRK-ANOATUAL = WRK-ANOBASE + WRK-IDXANO - 1
                TO WRK-DETALHE-ED
              MOVE WRK-VALORMES  TO WRK-RESUMO-ED
              MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
              STRING 'ANO ' WRK-ANOATUAL ' MES ' WRK-IDXMES
                     ' DETALHE R$' WRK-DETALHE-ED
                     ' RESUMO R$' WRK-RESUMO-ED
                     ' DIFERENCA R$' WRK-DIFERENCA-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
              IF CORRIGIR-MESESVENDA
                 PERFORM 0320-CORRIGIR-MES
              END-IF
           PERFORM 0330-VERIFICAR-PERIODO.
           IF NOT PERIODO-LIVRE
              ADD 1 TO WRK-QTDECONGELADOS
              STRING 'ANO ' WRK-ANOATUAL ' MES ' WRK-IDXMES
                     ' FECHADO - RESUMO NAO REGRAVADO'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           ELSE
              MOVE WRK-ANOATUAL TO REG-MES-ANO
              MOVE WRK-IDXMES   TO REG-MES-MES
           IF RESULTADO-ABERTO
              CLOSE ARQ-RESULTADO
           END-IF.
           STRING 'LANCAMENTOS LIDOS: ' WRK-QTDEDETALHE
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'LANCAMENTOS FORA DA JANELA: ' WRK-QTDEFORAJANELA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'MESES COM DIFERENCA: ' WRK-QTDEDIFERENCAS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF CORRIGIR-MESESVENDA
              STRING 'MESES CORRIGIDOS: ' WRK-QTDECORRIGIDOS
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
              STRING 'MESES FECHADOS NAO REGRAVADOS: '
                     WRK-QTDECONGELADOS
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0970-FECHAR-SPOOL.

       0950-ABRIR-SPOOL.
           MOVE 'RECONCILIACAO VENDAS' TO WRK-SPL-RELATORIO.
           MOVE ZEROS TO WRK-SPL-COMPETENCIA.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0960-IMPRIMIR-LINHA.
           DISPLAY WRK-SPL-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0970-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
