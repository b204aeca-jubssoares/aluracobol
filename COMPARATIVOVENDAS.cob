      ***             MESMO MES DO ANO ANTERIOR COM PERCENTUAL
      ***             DE CRESCIMENTO, TOTAL MOVEL DE 12 MESES
      ***             E MELHOR/PIOR MES DE CADA ANO, PARA A
      ***             REUNIAO DE DIRETORIA DE JANEIRO. O
      ***             RELATORIO FICA GUARDADO NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
       FD  ARQ-MESESVENDA.
       COPY MESESVENDA.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-MESESVENDA   PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-MESES       PIC X(01)  VALUE 'N'.
           88 FIM-MESES                  VALUE 'S'.
           IF WRK-NUMANOS EQUAL ZEROS
              DISPLAY 'SEM DADOS NO MESESVENDA'
           ELSE
              PERFORM 0900-ABRIR-SPOOL
              MOVE 'COMPARATIVO ANUAL DE VENDAS' TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              PERFORM 0310-IMPRIMIR-ANO
                      VARYING WRK-IDXANO FROM 1 BY 1
                      UNTIL WRK-IDXANO GREATER THAN WRK-NUMANOS
              PERFORM 0920-FECHAR-SPOOL
           END-IF.

       0310-IMPRIMIR-ANO.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'ANO ' WRK-TAB-ANO(WRK-IDXANO)
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE 'N' TO WRK-SW-TEMANTERIOR.
           IF WRK-IDXANO GREATER THAN 1
              COMPUTE WRK-ANOMOVEL =
                   VARYING WRK-IDXMES FROM 1 BY 1
                   UNTIL WRK-IDXMES GREATER THAN 12.
           MOVE WRK-TOTALANO TO WRK-MOVEL-ED.
           STRING 'TOTAL DO ANO          R$' WRK-MOVEL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           IF WRK-MELHORMES GREATER THAN ZEROS
              MOVE WRK-MELHORVALOR TO WRK-VALOR-ED
              STRING 'MELHOR MES: ' WRK-MELHORMES
                     ' R$' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              MOVE WRK-PIORVALOR TO WRK-VALOR-ED
              STRING 'PIOR MES..: ' WRK-PIORMES
                     ' R$' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.

       0320-IMPRIMIR-MES.
                       MOVE 999,99 TO WRK-CRESCIMENTO
                 END-COMPUTE
                 MOVE WRK-CRESCIMENTO TO WRK-CRESC-ED
                 STRING 'MES ' WRK-IDXMES
                        ' R$' WRK-VALOR-ED
                        ' ANT R$' WRK-ANTERIOR-ED
                        ' CRESC ' WRK-CRESC-ED '%'
                        ' 12M R$' WRK-MOVEL-ED
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
              ELSE
                 STRING 'MES ' WRK-IDXMES
                        ' R$' WRK-VALOR-ED
                        ' ANT R$' WRK-ANTERIOR-ED
                        ' CRESC    N/D '
                        ' 12M R$' WRK-MOVEL-ED
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
              END-IF
           ELSE
              STRING 'MES ' WRK-IDXMES
                     ' R$' WRK-VALOR-ED
                     ' SEM ANO ANTERIOR'
                     ' 12M R$' WRK-MOVEL-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
           END-IF.
           PERFORM 0910-IMPRIMIR-LINHA.

       0330-CALCULAR-MOVEL.
           MOVE ZEROS TO WRK-TOTALMOVEL.
                   TO WRK-TOTALMOVEL
              END-IF
           END-PERFORM.

       0900-ABRIR-SPOOL.
           MOVE 'COMPARATIVOVENDAS' TO WRK-SPL-RELATORIO.
           MOVE ZEROS  TO WRK-SPL-COMPETENCIA.
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
