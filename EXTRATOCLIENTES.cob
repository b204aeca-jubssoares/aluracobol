      ***             CONTRATOS DE CADA CLIENTE, IMPRIME NOME
      ***             E CPF FORMATADO COMO NO FORMATARCPF,
      ***             O PRINCIPAL, BRUTO, IR E LIQUIDO DE
      ***             CADA CONTRATO E A POSICAO CONSOLIDADA.
      ***             OS EXTRATOS VAO TAMBEM PARA O SPOOL DE
      ***             RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
           02  CLAS-IR             PIC 9(09)V99.
           02  CLAS-VALORLIQUIDO   PIC 9(09)V99.
           02  CLAS-SITUACAO       PIC X(01).
           02  CLAS-REGIME         PIC X(01).
               88  CLAS-ISENTO               VALUE 'I'.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77 WRK-FS-RESUMOCONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES       PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-RESUMO        PIC X(01)  VALUE 'N'.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-EXTRATO
               PERFORM 0950-ABRIR-SPOOL
               PERFORM 0200-GERAR-EXTRATOS
               PERFORM 0300-FINALIZAR
               PERFORM 0970-FECHAR-SPOOL
            END-IF.
            GOBACK.

                    MOVE RES-IR           TO CLAS-IR
                    MOVE RES-VALORLIQUIDO TO CLAS-VALORLIQUIDO
                    MOVE RES-SITUACAO     TO CLAS-SITUACAO
                    MOVE RES-REGIME       TO CLAS-REGIME
                    RELEASE REG-CLASSIFICA
              END-READ
           END-PERFORM.
           MOVE ZEROS TO WRK-TOT-IR.
           MOVE ZEROS TO WRK-TOT-LIQUIDO.
           PERFORM 0260-BUSCAR-CLIENTE.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'EXTRATO DO CLIENTE ' WRK-CLIENTE-ANT
                  ' ' WRK-NOME
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF TEM-CPF
              STRING 'CPF ' WRK-CPF-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.

       0240-IMPRIMIR-CONTRATO.
           ADD CLAS-IR           TO WRK-TOT-IR.
           ADD CLAS-VALORLIQUIDO TO WRK-TOT-LIQUIDO.
           MOVE CLAS-PRINCIPAL TO WRK-VALOR-ED.
           STRING '  CONTRATO ' CLAS-NUMERO
                  ' SITUACAO ' CLAS-SITUACAO
                  ' PRINCIPAL R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE CLAS-VALORBRUTO TO WRK-VALOR-ED.
           STRING '    BRUTO R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF CLAS-ISENTO
              MOVE '    IR ISENTO (LCI/LCA)' TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           ELSE
              MOVE CLAS-IR TO WRK-VALOR-ED
              STRING '    IR R$' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           MOVE CLAS-VALORLIQUIDO TO WRK-VALOR-ED.
           STRING '    LIQUIDO R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0250-FECHAR-CLIENTE.
           ADD 1 TO WRK-QTDECLIENTES.
           MOVE WRK-TOT-PRINCIPAL TO WRK-TOTAL-ED.
           MOVE '  POSICAO CONSOLIDADA:' TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING '    PRINCIPAL R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           STRING '    BRUTO     R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-IR TO WRK-TOTAL-ED.
           STRING '    IR        R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           STRING '    LIQUIDO   R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0260-BUSCAR-CLIENTE.
           MOVE '*** NAO CADASTRADO ***' TO WRK-NOME.
           IF CLIENTES-DISPONIVEIS
              CLOSE ARQ-CLIENTES
           END-IF.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'EXTRATOS EMITIDOS: ' WRK-QTDECLIENTES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0950-ABRIR-SPOOL.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           MOVE 'EXTRATO CLIENTES' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-DATAANO * 100 + WRK-DATAMES.
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
