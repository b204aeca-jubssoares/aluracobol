      ***             REJEITADOS, RC, HORARIOS) E TENDENCIA
      ***             DAS ULTIMAS SETE NOITES COM TOTAIS E RC
      ***             FINAL DE CADA UMA, PARA O TURNO DA
      ***             MANHA CONFERIR SEM DEPENDER DO CONSOLE.
      ***             AS ETAPAS DA ULTIMA EXECUCAO SAO LIDAS
      ***             NUMA SEGUNDA PASSADA DO HISTORICO, SEM
      ***             LIMITE DE QUANTIDADE DE ETAPAS. O RELATORIO
      ***             VAI TAMBEM PARA O SPOOL DE RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
       FD  ARQ-HISTCADEIA.
       COPY HISTORICOCADEIA.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-HISTCADEIA    PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-HISTORICO    PIC X(01)  VALUE 'N'.
           88 FIM-HISTORICO               VALUE 'S'.
           02 WRK-EXEC OCCURS 8 TIMES.
              03 WRK-EXE-DATA        PIC 9(08).
              03 WRK-EXE-HORA        PIC 9(06).
              03 WRK-EXE-ETAPAS      PIC 9(03).
              03 WRK-EXE-PROCESSADOS PIC 9(10).
              03 WRK-EXE-REJEITADOS  PIC 9(10).
              03 WRK-EXE-RCFINAL     PIC 9(04).
       77 WRK-NUMEXEC          PIC 9(02)  VALUE ZEROS.
       77 WRK-IDX              PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXDESL          PIC 9(02)  VALUE ZEROS.
       PROCEDURE DIVISION.
           IF HCA-RC GREATER THAN WRK-EXE-RCFINAL(WRK-NUMEXEC)
              MOVE HCA-RC TO WRK-EXE-RCFINAL(WRK-NUMEXEC)
           END-IF.

       0220-ABRIR-EXECUCAO.
           IF WRK-NUMEXEC EQUAL 8
           MOVE ZEROS TO WRK-EXE-PROCESSADOS(WRK-NUMEXEC).
           MOVE ZEROS TO WRK-EXE-REJEITADOS(WRK-NUMEXEC).
           MOVE ZEROS TO WRK-EXE-RCFINAL(WRK-NUMEXEC).

       0300-IMPRIMIR.
           IF WRK-FS-HISTCADEIA NOT EQUAL '35'
           IF WRK-NUMEXEC EQUAL ZEROS
              DISPLAY 'HISTORICO DA CADEIA VAZIO'
           ELSE
              PERFORM 0950-ABRIR-SPOOL
              STRING 'RELATORIO DA MANHA - ULTIMA EXECUCAO '
                     WRK-EXE-DATA(WRK-NUMEXEC) ' '
                     WRK-EXE-HORA(WRK-NUMEXEC)
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
              PERFORM 0310-LISTAR-ULTIMA-EXECUCAO
              MOVE 'TENDENCIA DAS ULTIMAS NOITES' TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER THAN WRK-NUMEXEC
                 STRING '  ' WRK-EXE-DATA(WRK-IDX)
                        ' ETAPAS ' WRK-EXE-ETAPAS(WRK-IDX)
                        ' PROC ' WRK-EXE-PROCESSADOS(WRK-IDX)
                        ' REJ ' WRK-EXE-REJEITADOS(WRK-IDX)
                        ' RC FINAL ' WRK-EXE-RCFINAL(WRK-IDX)
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
              END-PERFORM
              PERFORM 0970-FECHAR-SPOOL
           END-IF.

       0310-LISTAR-ULTIMA-EXECUCAO.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN INPUT ARQ-HISTCADEIA.
           PERFORM UNTIL FIM-HISTORICO
              READ ARQ-HISTCADEIA
                 AT END
                    SET FIM-HISTORICO TO TRUE
                 NOT AT END
                    IF HCA-RUNDATA EQUAL WRK-EXE-DATA(WRK-NUMEXEC)
                       AND HCA-RUNHORA EQUAL WRK-EXE-HORA(WRK-NUMEXEC)
                       STRING '  ' HCA-PROGRAMA
                              ' PROC ' HCA-PROCESSADOS
                              ' REJ ' HCA-REJEITADOS
                              ' RC ' HCA-RC
                              ' DE ' HCA-INIHORA
                              ' ATE ' HCA-FIMHORA
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0960-IMPRIMIR-LINHA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQ-HISTCADEIA.

       0950-ABRIR-SPOOL.
           MOVE 'RELATORIO CADEIA' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-EXE-DATA(WRK-NUMEXEC) / 100.
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
