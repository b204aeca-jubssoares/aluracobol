      ***             DE PERCENTUAL E O DELTA MENSAL TOTAL DA
      ***             FOLHA (SALARIONOVO - SALARIOANTIGO),
      ***             PARA RESPONDER AO FINANCEIRO QUANTO
      ***             CUSTA CADA CICLO DE AUMENTOS. AS LINHAS DO
      ***             RELAUMENTOS VAO TAMBEM PARA O SPOOL DE
      ***             RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
           02  CLAS-SALARIOANTIGO   PIC 9(06)V99.
           02  CLAS-SALARIONOVO     PIC 9(06)V99.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-HISTAUMENTO   PIC X(02)   VALUE ZEROS.
       77 WRK-FS-RELATORIO     PIC X(02)   VALUE ZEROS.
       77 WRK-FIM-HISTORICO    PIC X(01)   VALUE 'N'.
                 OPEN OUTPUT ARQ-RELATORIO
                 MOVE WRK-DATAINICIO TO WRK-CAB-INICIO
                 MOVE WRK-DATAFIM    TO WRK-CAB-FIM
                 PERFORM 0950-ABRIR-SPOOL
              END-IF
           END-IF.

           MOVE WRK-DELTA           TO WRK-DET-DELTA.
           WRITE REG-RELATORIO FROM WRK-LIN-DETALHE
                 AFTER ADVANCING 1 LINE.
           MOVE WRK-LIN-DETALHE TO WRK-SPL-LINHA.
           PERFORM 0960-GUARDAR-LINHA.
           ADD 1 TO WRK-LINHA.

       0240-IMPRIMIR-SUBTOTAL.
           MOVE WRK-DELTA-FAIXA    TO WRK-SUB-DELTA.
           WRITE REG-RELATORIO FROM WRK-LIN-SUBTOTAL
                 AFTER ADVANCING 2 LINES.
           PERFORM 0960-GUARDAR-LINHA.
           MOVE WRK-LIN-SUBTOTAL TO WRK-SPL-LINHA.
           PERFORM 0960-GUARDAR-LINHA.
           ADD 3 TO WRK-LINHA.

       0250-IMPRIMIR-TOTAL.
           MOVE WRK-DELTA-TOTAL TO WRK-TOT-DELTA.
           WRITE REG-RELATORIO FROM WRK-LIN-TOTAL
                 AFTER ADVANCING 2 LINES.
           PERFORM 0960-GUARDAR-LINHA.
           MOVE WRK-LIN-TOTAL TO WRK-SPL-LINHA.
           PERFORM 0960-GUARDAR-LINHA.

       0260-NOVA-PAGINA.
           ADD 1 TO WRK-PAGINA.
              WRITE REG-RELATORIO FROM WRK-LIN-CABEC1
                    AFTER ADVANCING PAGE
           END-IF.
           MOVE WRK-LIN-CABEC1 TO WRK-SPL-LINHA.
           PERFORM 0960-GUARDAR-LINHA.
           WRITE REG-RELATORIO FROM WRK-LIN-CABEC2
                 AFTER ADVANCING 1 LINE.
           MOVE WRK-LIN-CABEC2 TO WRK-SPL-LINHA.
           PERFORM 0960-GUARDAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING 1 LINE.
           PERFORM 0960-GUARDAR-LINHA.
           MOVE 3 TO WRK-LINHA.

       0300-FINALIZAR.
           PERFORM 0970-FECHAR-SPOOL.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'RELATORIO RELAUMENTOS GERADO'.
           DISPLAY 'AUMENTOS LISTADOS: ' WRK-QTDE-TOTAL.
           MOVE WRK-DELTA-TOTAL TO WRK-TOT-DELTA.
           DISPLAY 'DELTA MENSAL DA FOLHA: R$' WRK-TOT-DELTA.

       0950-ABRIR-SPOOL.
           MOVE 'IMPACTO AUMENTOS' TO WRK-SPL-RELATORIO.
           MOVE ZEROS TO WRK-SPL-COMPETENCIA.
           IF WRK-DATAINICIO(1:6) EQUAL WRK-DATAFIM(1:6)
              COMPUTE WRK-SPL-COMPETENCIA = WRK-DATAINICIO / 100
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0960-GUARDAR-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0970-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
