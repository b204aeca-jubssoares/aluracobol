      ***             METASVENDEDOR E AS ESTATISTICAS DO
      ***             MEDIAVENDEDOR, COM SUBTOTAIS,
      ***             ATINGIMENTO E RANKING EQUIPE CONTRA
      ***             EQUIPE PARA A PREMIACAO DOS GERENTES. O
      ***             RELATORIO FICA GUARDADO NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
       FD  ARQ-EQUIPES.
       COPY EQUIPES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-METAS         PIC X(02)  VALUE ZEROS.
       77 WRK-FS-MEDIAVENDEDOR PIC X(02)  VALUE ZEROS.
           END-READ.

       0500-IMPRIMIR-EQUIPES.
           PERFORM 0900-ABRIR-SPOOL.
           STRING 'DESEMPENHO POR EQUIPE ' WRK-ANO '/' WRK-MES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           IF WRK-NUMEQUIPES EQUAL ZEROS
              MOVE 'SEM DADOS NO PERIODO' TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           ELSE
              PERFORM 0510-CALCULAR-ATINGIMENTO
                      VARYING WRK-IDXEQP FROM 1 BY 1
       0530-IMPRIMIR-EQUIPE.
           ADD 1 TO WRK-POSICAO.
           PERFORM 0540-BUSCAR-NOME-EQUIPE.
           MOVE '----------------------------------------'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING WRK-POSICAO ' EQUIPE '
                  WRK-EQP-CODIGO(WRK-IDXEQP) ' ' EQP-NOME
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING '  GERENTE: ' EQP-GERENTE
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-EQP-META(WRK-IDXEQP) TO WRK-META-ED.
           STRING '  META      R$' WRK-META-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-EQP-REALIZADO(WRK-IDXEQP) TO WRK-VALOR-ED.
           STRING '  REALIZADO R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-EQP-PCT(WRK-IDXEQP) TO WRK-PCT-ED.
           STRING '  ATINGIMENTO ' WRK-PCT-ED '%'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING '  VENDAS APURADAS (LOTE): '
                  WRK-EQP-QTDE(WRK-IDXEQP)
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-EQP-TOTAL(WRK-IDXEQP) TO WRK-VALOR-ED.
           STRING '  TOTAL APURADO (LOTE) R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           IF WRK-EQP-QTDE(WRK-IDXEQP) GREATER THAN ZEROS
              COMPUTE WRK-MEDIA ROUNDED =
                      WRK-EQP-TOTAL(WRK-IDXEQP)
                    / WRK-EQP-QTDE(WRK-IDXEQP)
              MOVE WRK-MEDIA TO WRK-MEDIA-ED
              STRING '  TICKET MEDIO R$' WRK-MEDIA-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.

       0540-BUSCAR-NOME-EQUIPE.
           IF EQUIPES-ABERTO
              CLOSE ARQ-EQUIPES
           END-IF.
           STRING 'EQUIPES NO RANKING: ' WRK-NUMEQUIPES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.

       0900-ABRIR-SPOOL.
           MOVE 'DESEMPENHOEQUIPES' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0910-IMPRIMIR-LINHA.
           DISPLAY WRK-SPL-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0920-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
