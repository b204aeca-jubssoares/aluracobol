      ***             CURVATAXAS (CONTRATO SEM TAXA NA CURVA
      ***             E APONTADO E FICA FORA DA PROJECAO,
      ***             COMO NO LOTE), ESTIMA O IR PELO
      ***             CALCULARIR (DIAS CORRIDOS DA APLICACAO
      ***             AO VENCIMENTO PELO CONTARDIASUTEIS, REGIME
      ***             E ALIQUOTA DO PRODUTO NO PRODUTOSINVEST;
      ***             PRODUTO FORA DO CATALOGO FICA FORA DA
      ***             PROJECAO) E IMPRIME A SAIDA LIQUIDA
      ***             ESPERADA POR MES-CALENDARIO NOS
      ***             PROXIMOS 24 MESES, COM SUBTOTAIS POR
      ***             MES E POR TRIMESTRE. A PROJECAO VAI TAMBEM
      ***             PARA O SPOOL DE RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS CRV-CHAVE
             FILE STATUS IS WRK-FS-CURVATAXAS.
           SELECT ARQ-PRODUTOSINV ASSIGN TO 'PRODUTOSINVEST'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRI-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOSINV.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTRATOS.
               03  CRV-ANO         PIC 9(04).
               03  CRV-MES         PIC 9(02).
           02  CRV-TAXAMES         PIC 9(02)V99.
       FD  ARQ-PRODUTOSINV.
       COPY PRODUTOSINVEST.
       WORKING-STORAGE SECTION.
       COPY DATASISTEMA.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-CONTRATOS     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CURVATAXAS    PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-CONTRATOS    PIC X(01)  VALUE 'N'.
       77 WRK-RESTO            PIC 9(02)  VALUE ZEROS.
       77 WRK-TOTGERAL         PIC 9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-FS-PRODUTOSINV   PIC X(02)  VALUE ZEROS.
       77 WRK-SW-PRODUTOS      PIC X(01)  VALUE 'N'.
           88 PRODUTOS-DISPONIVEIS        VALUE 'S'.
       77 WRK-SW-PRODUTO-OK    PIC X(01)  VALUE 'S'.
           88 PRODUTO-OK                  VALUE 'S'.
       77 WRK-QTDEPRODUTOINVAL PIC 9(06)  VALUE ZEROS.
       77 WRK-REGIME           PIC X(01)  VALUE 'R'.
       77 WRK-ALIQUOTA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DIACAL           PIC 9(02)  VALUE ZEROS.
       77 WRK-DATAINICIO       PIC 9(08)  VALUE ZEROS.
       77 WRK-DATAVENCTO       PIC 9(08)  VALUE ZEROS.
       77 WRK-DU-FUNCAO        PIC X(01)  VALUE 'V'.
       77 WRK-DU-MESES         PIC 9(03)  VALUE ZEROS.
       77 WRK-DIASCORRIDOS     PIC 9(05)  VALUE ZEROS.
       77 WRK-DIASUTEIS        PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
                         'PROJECAO CANCELADA'
                 CLOSE ARQ-CONTRATOS
                 SET FIM-CONTRATOS TO TRUE
              ELSE
                 OPEN INPUT ARQ-PRODUTOSINV
                 IF WRK-FS-PRODUTOSINV EQUAL '00'
                    SET PRODUTOS-DISPONIVEIS TO TRUE
                 ELSE
                    DISPLAY 'CATALOGO PRODUTOSINVEST NAO DISPONIVEL'
                            ' - CONTRATOS FICAM FORA DA PROJECAO'
                 END-IF
              END-IF
           END-IF.

              OR WRK-IDXPROJ GREATER THAN 24
              ADD 1 TO WRK-QTDEFORAJANELA
           ELSE
              PERFORM 0230-VALIDAR-PRODUTO
              IF PRODUTO-OK
                 PERFORM 0220-EXTENDER-PELA-CURVA
              END-IF
              EVALUATE TRUE
                 WHEN NOT PRODUTO-OK
                    ADD 1 TO WRK-QTDEPRODUTOINVAL
                    DISPLAY 'CONTRATO ' CONT-NUMERO ' PRODUTO '
                            CONT-PRODUTO ' FORA DO CATALOGO - '
                            'FORA DA PROJECAO'
                 WHEN CONTRATO-SEM-TAXA
                    ADD 1 TO WRK-QTDESEMTAXA
                    DISPLAY 'CONTRATO ' CONT-NUMERO ' SEM TAXA NA '
                            'CURVA PARA ' WRK-ANOCAL '/' WRK-MESCAL
                            ' - FORA DA PROJECAO'
                 WHEN OTHER
                    PERFORM 0240-APLICAR-IR
                    ADD 1 TO WRK-PROJ-QTDE(WRK-IDXPROJ)
                    ADD WRK-VALORLIQUIDO
                      TO WRK-PROJ-VALOR(WRK-IDXPROJ)
                    ADD 1 TO WRK-QTDEPROJETADOS
              END-EVALUATE
           END-IF.

       0230-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PRODUTO-OK.
           IF PRODUTOS-DISPONIVEIS
              MOVE CONT-PRODUTO TO PRI-CODIGO
              READ ARQ-PRODUTOSINV
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PRI-REGIME   TO WRK-REGIME
                    MOVE PRI-ALIQUOTA TO WRK-ALIQUOTA
                    MOVE 'S' TO WRK-SW-PRODUTO-OK
              END-READ
           END-IF.

       0240-APLICAR-IR.
           IF CONT-DIAINICIO NUMERIC
              AND CONT-DIAINICIO GREATER THAN ZEROS
              MOVE CONT-DIAINICIO TO WRK-DIACAL
           ELSE
              MOVE 1 TO WRK-DIACAL
           END-IF.
           COMPUTE WRK-DATAINICIO = CONT-ANOINICIO * 10000
                   + CONT-MESINICIO * 100 + WRK-DIACAL.
           MOVE 'V'        TO WRK-DU-FUNCAO.
           MOVE CONT-MESES TO WRK-DU-MESES.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                   WRK-DATAINICIO WRK-DATAVENCTO WRK-DU-MESES
                   WRK-DIASCORRIDOS WRK-DIASUTEIS.
           MOVE 'D' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                   WRK-DATAINICIO WRK-DATAVENCTO WRK-DU-MESES
                   WRK-DIASCORRIDOS WRK-DIASUTEIS.
           CALL 'CALCULARIR' USING WRK-VALOR CONT-PRINCIPAL
                   WRK-DIASCORRIDOS WRK-IR WRK-VALORLIQUIDO
                   WRK-REGIME WRK-ALIQUOTA.

       0220-EXTENDER-PELA-CURVA.
           MOVE 'N' TO WRK-SW-SEMTAXA.
           MOVE CONT-PRINCIPAL TO WRK-VALOR.
           IF WRK-FS-CURVATAXAS EQUAL '00'
              CLOSE ARQ-CURVATAXAS
           END-IF.
           IF PRODUTOS-DISPONIVEIS
              CLOSE ARQ-PRODUTOSINV
           END-IF.
           MOVE 'F' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                   WRK-DATAINICIO WRK-DATAVENCTO WRK-DU-MESES
                   WRK-DIASCORRIDOS WRK-DIASUTEIS.
           PERFORM 0950-ABRIR-SPOOL.
           MOVE 'PROJECAO DE LIQUIDEZ - PROXIMOS 24 MESES'
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-TOTTRIMESTRE.
           PERFORM VARYING WRK-IDXMES FROM 1 BY 1
                   UNTIL WRK-IDXMES GREATER THAN 24
              COMPUTE WRK-MESIMP = WRK-CALIMP
                    - (WRK-ANOIMP * 12)
              MOVE WRK-PROJ-VALOR(WRK-IDXMES) TO WRK-VALOR-ED
              STRING 'MES ' WRK-MESIMP(2:2) '/' WRK-ANOIMP
                     ' RESGATES ' WRK-PROJ-QTDE(WRK-IDXMES)
                     ' SAIDA LIQUIDA R$' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
              ADD WRK-PROJ-VALOR(WRK-IDXMES) TO WRK-TOTTRIMESTRE
              ADD WRK-PROJ-VALOR(WRK-IDXMES) TO WRK-TOTGERAL
              DIVIDE WRK-IDXMES BY 3 GIVING WRK-QUOCIENTE
                     REMAINDER WRK-RESTO
              IF WRK-RESTO EQUAL ZEROS
                 MOVE WRK-TOTTRIMESTRE TO WRK-VALOR-ED
                 STRING '  SUBTOTAL DO TRIMESTRE R$' WRK-VALOR-ED
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
                 MOVE ZEROS TO WRK-TOTTRIMESTRE
              END-IF
           END-PERFORM.
           MOVE WRK-TOTGERAL TO WRK-VALOR-ED.
           STRING 'SAIDA LIQUIDA TOTAL 24 MESES R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'CONTRATOS PROJETADOS: ' WRK-QTDEPROJETADOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'CONTRATOS SEM TAXA NA CURVA: ' WRK-QTDESEMTAXA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'CONTRATOS COM PRODUTO FORA DO CATALOGO: '
                  WRK-QTDEPRODUTOINVAL
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'VENCIMENTOS FORA DOS 24 MESES: '
                  WRK-QTDEFORAJANELA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0970-FECHAR-SPOOL.

       0950-ABRIR-SPOOL.
           MOVE 'PROJECAO LIQUIDEZ' TO WRK-SPL-RELATORIO.
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
