      ***             ALIQUOTA DA TABELA REGRESSIVA DO
      ***             CALCULARIR (22,5 / 20 / 17,5 / 15),
      ***             COM QUANTIDADE DE CONTRATOS E GANHO
      ***             BRUTO POR FAIXA PARA CONFERENCIA. OS
      ***             PRODUTOS COM ALIQUOTA FIXA E OS ISENTOS
      ***             (LCI/LCA) SAEM EM LINHAS PROPRIAS, OS
      ***             ISENTOS SEM IR A RECOLHER. O RELATORIO
      ***             FICA GUARDADO NO REPOSITORIO DE RELATORIOS
      ***             (GRAVARSPOOL) PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
       FD  ARQ-RESUMOCONTRATOS.
       COPY RESUMOCONTRATOS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-RESUMOCONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-RESUMO        PIC X(01)  VALUE 'N'.
           88 FIM-RESUMO                   VALUE 'S'.
       77 WRK-DIAS              PIC 9(05)  VALUE ZEROS.
       77 WRK-GANHO             PIC S9(10)V99 VALUE ZEROS.
       77 WRK-IDXFAIXA          PIC 9(01)  VALUE ZEROS.
       77 WRK-IDXBUSCA          PIC 9(01)  VALUE ZEROS.
       77 WRK-FIXA-QTDE         PIC 9(06)  VALUE ZEROS.
       77 WRK-FIXA-GANHO        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-FIXA-IR           PIC 9(12)V99 VALUE ZEROS.
       77 WRK-ISENTO-QTDE       PIC 9(06)  VALUE ZEROS.
       77 WRK-ISENTO-GANHO      PIC S9(12)V99 VALUE ZEROS.
       01 WRK-FAIXAS.
           02 WRK-FAIXA OCCURS 4 TIMES.
              03 WRK-FAIXA-QTDE   PIC 9(06).
       0200-PROCESSAR.
           IF RES-ANOCOMP EQUAL WRK-ANO
              AND RES-MESCOMP EQUAL WRK-MES
              COMPUTE WRK-GANHO = RES-VALORBRUTO - RES-PRINCIPAL
              EVALUATE TRUE
                 WHEN RESUMO-ISENTO
                    ADD 1          TO WRK-ISENTO-QTDE
                    ADD WRK-GANHO  TO WRK-ISENTO-GANHO
                 WHEN RESUMO-ALIQUOTA-FIXA
                    ADD 1          TO WRK-FIXA-QTDE
                    ADD WRK-GANHO  TO WRK-FIXA-GANHO
                    ADD RES-IR     TO WRK-FIXA-IR
                 WHEN OTHER
                    PERFORM 0210-CLASSIFICAR-FAIXA
                    ADD 1          TO WRK-FAIXA-QTDE(WRK-IDXFAIXA)
                    ADD WRK-GANHO  TO WRK-FAIXA-GANHO(WRK-IDXFAIXA)
                    ADD RES-IR     TO WRK-FAIXA-IR(WRK-IDXFAIXA)
              END-EVALUATE
              ADD RES-IR     TO WRK-TOTAL-IR
              ADD 1          TO WRK-TOTAL-QTDE
           END-IF.
           PERFORM 0110-LER-RESUMO.

       0210-CLASSIFICAR-FAIXA.
           MOVE ZEROS TO WRK-IDXFAIXA.
           PERFORM VARYING WRK-IDXBUSCA FROM 1 BY 1
                   UNTIL WRK-IDXBUSCA > 4
              IF WRK-ALIQUOTA(WRK-IDXBUSCA) EQUAL RES-ALIQUOTA
                 MOVE WRK-IDXBUSCA TO WRK-IDXFAIXA
              END-IF
           END-PERFORM.
           IF WRK-IDXFAIXA EQUAL ZEROS
              COMPUTE WRK-DIAS = RES-MESES * 30
              EVALUATE TRUE
                 WHEN WRK-DIAS <= 180
                    MOVE 1 TO WRK-IDXFAIXA
                 WHEN WRK-DIAS <= 360
                    MOVE 2 TO WRK-IDXFAIXA
                 WHEN WRK-DIAS <= 720
                    MOVE 3 TO WRK-IDXFAIXA
                 WHEN OTHER
                    MOVE 4 TO WRK-IDXFAIXA
              END-EVALUATE
           END-IF.

       0300-FINALIZAR.
           CLOSE ARQ-RESUMOCONTRATOS.
           PERFORM 0900-ABRIR-SPOOL.
           STRING 'RECOLHIMENTO DE IR - COMPETENCIA '
                  WRK-ANO '/' WRK-MES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDXFAIXA FROM 1 BY 1
                   UNTIL WRK-IDXFAIXA > 4
              MOVE WRK-ALIQUOTA(WRK-IDXFAIXA)  TO WRK-ALIQUOTA-ED
              MOVE WRK-FAIXA-GANHO(WRK-IDXFAIXA) TO WRK-GANHO-ED
              MOVE WRK-FAIXA-IR(WRK-IDXFAIXA)  TO WRK-IR-ED
              STRING 'ALIQUOTA ' WRK-ALIQUOTA-ED '%'
                     ' CONTRATOS ' WRK-FAIXA-QTDE(WRK-IDXFAIXA)
                     ' GANHO BRUTO R$' WRK-GANHO-ED
                     ' IR R$' WRK-IR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE WRK-FIXA-GANHO TO WRK-GANHO-ED.
           MOVE WRK-FIXA-IR    TO WRK-IR-ED.
           STRING 'ALIQUOTA FIXA CONTRATOS ' WRK-FIXA-QTDE
                  ' GANHO BRUTO R$' WRK-GANHO-ED
                  ' IR R$' WRK-IR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-ISENTO-GANHO TO WRK-GANHO-ED.
           STRING 'ISENTOS (LCI/LCA) CONTRATOS ' WRK-ISENTO-QTDE
                  ' GANHO BRUTO R$' WRK-GANHO-ED
                  ' SEM IR RETIDO'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-IR TO WRK-TOTALIR-ED.
           STRING 'CONTRATOS NA COMPETENCIA: ' WRK-TOTAL-QTDE
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'TOTAL A RECOLHER: R$' WRK-TOTALIR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.

       0900-ABRIR-SPOOL.
           MOVE 'RELATORIOIR' TO WRK-SPL-RELATORIO.
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
