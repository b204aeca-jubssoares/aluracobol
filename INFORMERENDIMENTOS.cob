      ***             COM NOME E CPF FORMATADO COMO NO
      ***             EXTRATOCLIENTES, E UMA PAGINA RESUMO
      ***             COM O IR MES A MES PARA BATER COM O
      ***             RELATORIOIR. RENDIMENTOS DE PRODUTOS
      ***             ISENTOS (LCI/LCA) SAEM SEPARADOS DOS
      ***             TRIBUTADOS NA FONTE, SEM IR RETIDO. OS
      ***             INFORMES VAO TAMBEM PARA O SPOOL DE
      ***             RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
           02  CLAS-VALORBRUTO     PIC 9(09)V99.
           02  CLAS-IR             PIC 9(09)V99.
           02  CLAS-VALORLIQUIDO   PIC 9(09)V99.
           02  CLAS-REGIME         PIC X(01).
               88  CLAS-ISENTO               VALUE 'I'.
           02  CLAS-ALIQUOTA       PIC 9(02)V99.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-RESUMOCONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES      PIC X(02)  VALUE ZEROS.
       77 WRK-SW-CLIENTES      PIC X(01)  VALUE 'N'.
       77 WRK-GANHO            PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PRINCIPAL    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-GANHO        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ISENTO       PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ALIQUOTA-ED      PIC Z9,99.
       77 WRK-TOT-IR           PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO      PIC 9(12)V99 VALUE ZEROS.
       01 WRK-IRMENSAL.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-INFORME
               PERFORM 0950-ABRIR-SPOOL
               PERFORM 0200-GERAR-INFORMES
               PERFORM 0300-RESUMO-ANUAL
               PERFORM 0400-FINALIZAR
               PERFORM 0970-FECHAR-SPOOL
            END-IF.
            GOBACK.

                       MOVE RES-VALORBRUTO   TO CLAS-VALORBRUTO
                       MOVE RES-IR           TO CLAS-IR
                       MOVE RES-VALORLIQUIDO TO CLAS-VALORLIQUIDO
                       MOVE RES-REGIME       TO CLAS-REGIME
                       MOVE RES-ALIQUOTA     TO CLAS-ALIQUOTA
                       RELEASE REG-CLASSIFICA
                    END-IF
              END-READ
       0230-ABRIR-CLIENTE.
           MOVE ZEROS TO WRK-TOT-PRINCIPAL.
           MOVE ZEROS TO WRK-TOT-GANHO.
           MOVE ZEROS TO WRK-TOT-ISENTO.
           MOVE ZEROS TO WRK-TOT-IR.
           MOVE ZEROS TO WRK-TOT-LIQUIDO.
           PERFORM 0260-BUSCAR-CLIENTE.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'INFORME DE RENDIMENTOS ' WRK-ANO
                  ' - CLIENTE ' WRK-CLIENTE-ANT ' ' WRK-NOME
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF TEM-CPF
              STRING 'CPF ' WRK-CPF-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.

       0240-IMPRIMIR-CONTRATO.
           COMPUTE WRK-GANHO =
                   CLAS-VALORBRUTO - CLAS-PRINCIPAL.
           ADD CLAS-PRINCIPAL    TO WRK-TOT-PRINCIPAL.
           IF CLAS-ISENTO
              ADD WRK-GANHO      TO WRK-TOT-ISENTO
           ELSE
              ADD WRK-GANHO      TO WRK-TOT-GANHO
           END-IF.
           ADD CLAS-IR           TO WRK-TOT-IR.
           ADD CLAS-VALORLIQUIDO TO WRK-TOT-LIQUIDO.
           ADD CLAS-IR           TO WRK-IR-MES(CLAS-MES).
           ADD CLAS-IR           TO WRK-IRGERAL.
           MOVE CLAS-PRINCIPAL TO WRK-VALOR-ED.
           STRING '  CONTRATO ' CLAS-NUMERO
                  ' COMPETENCIA ' CLAS-MES '/' WRK-ANO
                  ' PRINCIPAL R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-GANHO TO WRK-VALOR-ED.
           IF CLAS-ISENTO
              STRING '    RENDIMENTO ISENTO R$' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
              MOVE '    IR RETIDO        ISENTO (LCI/LCA)'
                TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           ELSE
              STRING '    RENDIMENTO BRUTO R$' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
              MOVE CLAS-IR TO WRK-VALOR-ED
              MOVE CLAS-ALIQUOTA TO WRK-ALIQUOTA-ED
              IF CLAS-ALIQUOTA GREATER THAN ZEROS
                 STRING '    IR RETIDO        R$' WRK-VALOR-ED
                        ' ALIQUOTA ' WRK-ALIQUOTA-ED '%'
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
              ELSE
                 STRING '    IR RETIDO        R$' WRK-VALOR-ED
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
              END-IF
           END-IF.
           MOVE CLAS-VALORLIQUIDO TO WRK-VALOR-ED.
           STRING '    VALOR LIQUIDO    R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0250-FECHAR-CLIENTE.
           ADD 1 TO WRK-QTDECLIENTES.
           MOVE '  TOTAIS DO CLIENTE NO ANO:' TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-PRINCIPAL TO WRK-TOTAL-ED.
           STRING '    PRINCIPAL        R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-GANHO TO WRK-TOTAL-ED.
           STRING '    RENDIMENTO BRUTO R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-ISENTO TO WRK-TOTAL-ED.
           STRING '    RENDIMENTO ISENTO R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-IR TO WRK-TOTAL-ED.
           STRING '    IR RETIDO        R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           STRING '    VALOR LIQUIDO    R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0260-BUSCAR-CLIENTE.
           MOVE '*** NAO CADASTRADO ***' TO WRK-NOME.
           END-IF.

       0300-RESUMO-ANUAL.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'RESUMO ANUAL DO IR RETIDO ' WRK-ANO
                  ' (CONFERIR COM O RELATORIOIR)'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDXMES FROM 1 BY 1
                   UNTIL WRK-IDXMES GREATER THAN 12
              MOVE WRK-IR-MES(WRK-IDXMES) TO WRK-GERAL-ED
              STRING 'MES ' WRK-IDXMES
                     ' IR RETIDO R$' WRK-GERAL-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE WRK-IRGERAL TO WRK-GERAL-ED.
           STRING 'IR RETIDO NO ANO R$' WRK-GERAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0400-FINALIZAR.
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
           STRING 'INFORMES EMITIDOS: ' WRK-QTDECLIENTES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0950-ABRIR-SPOOL.
           MOVE 'INFORME RENDIMENTOS' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + 12.
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
