       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSIFICARABC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CLASSIFICACAO ABC (CURVA DE PARETO) DE
      ***             PRODUTOS E CLIENTES PELO VALOR LIQUIDO
      ***             VENDIDO (VENDAS MENOS CANCELAMENTOS DO
      ***             DETALHEVENDA E DO DETALHEVENDAHIST) NO
      ***             INTERVALO DE MESES INFORMADO. EM ORDEM
      ***             DECRESCENTE DE VALOR, E CLASSE A O ITEM
      ***             QUE ENTRA ENQUANTO O ACUMULADO ESTA ABAIXO
      ***             DE 80% DO TOTAL, B ABAIXO DE 95% E C O
      ***             RESTANTE; QUEM NAO VENDEU NO PERIODO FICA
      ***             C. A CLASSE E GRAVADA NO PROD-CLASSEABC E
      ***             NO CLI-CLASSEABC E O RELATORIO, COM A
      ***             QUANTIDADE E O TOTAL DE CADA CLASSE, FICA
      ***             GUARDADO NO REPOSITORIO DE RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DETALHEVENDA ASSIGN TO 'DETALHEVENDA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEVENDA.
           SELECT ARQ-DETALHEHIST ASSIGN TO 'DETALHEVENDAHIST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEHIST.
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-TOTAIS ASSIGN TO 'WRKABCTOTAIS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-TOTAIS.
           SELECT ARQ-CLASSIFICA ASSIGN TO 'WRKCLASSIFICA'.
           SELECT ARQ-RANKING ASSIGN TO 'WRKRANKING'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       FD  ARQ-DETALHEHIST.
       COPY DETALHEVENDA REPLACING ==REG-DETALHE== BY ==REG-DETHIST==
            LEADING ==DET-== BY ==DTH-==.
       FD  ARQ-PRODUTOS.
       01  REG-PRODUTO.
           02  PROD-CODIGO         PIC X(06).
           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-TOTAIS.
       01  REG-TOTAL.
           02  TOT-TIPO            PIC X(01).
           02  TOT-CODIGO          PIC X(06).
           02  TOT-VALOR           PIC 9(11)V99.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-TIPO           PIC X(01).
           02  CLAS-CODIGO         PIC X(06).
           02  CLAS-VALOR          PIC S9(09)V99.
       SD  ARQ-RANKING.
       01  REG-RANKING.
           02  RNK-TIPO            PIC X(01).
           02  RNK-CODIGO          PIC X(06).
           02  RNK-VALOR           PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PRODUTOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CLIENTES      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-TOTAIS        PIC X(02)  VALUE ZEROS.
       77 WRK-SW-PROCESSAR     PIC X(01)  VALUE 'N'.
           88 PROCESSAR-PERIODO           VALUE 'S'.
       77 WRK-FIM-CADASTRO     PIC X(01)  VALUE 'N'.
           88 FIM-CADASTRO                VALUE 'S'.
       77 WRK-FIM-DETALHE      PIC X(01)  VALUE 'N'.
           88 FIM-DETALHE                 VALUE 'S'.
       77 WRK-FIM-CLASSIFICA   PIC X(01)  VALUE 'N'.
           88 FIM-CLASSIFICA              VALUE 'S'.
       77 WRK-SW-TEMDADOS      PIC X(01)  VALUE 'N'.
           88 TEM-DADOS                   VALUE 'S'.
       77 WRK-ANOINI           PIC 9(04)  VALUE ZEROS.
       77 WRK-MESINI           PIC 9(02)  VALUE ZEROS.
       77 WRK-ANOFIM           PIC 9(04)  VALUE ZEROS.
       77 WRK-MESFIM           PIC 9(02)  VALUE ZEROS.
       77 WRK-ANOMESINI        PIC 9(06)  VALUE ZEROS.
       77 WRK-ANOMESFIM        PIC 9(06)  VALUE ZEROS.
       77 WRK-ANOMES-REG       PIC 9(06)  VALUE ZEROS.
       77 WRK-VAL-VALOR        PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VAL-MINIMO       PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VAL-MAXIMO       PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VAL-VALIDO       PIC X(01)  VALUE 'S'.
           88 VAL-FAIXA-VALIDA            VALUE 'S'.
       77 WRK-SINALVALOR       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ITEM-TIPO        PIC X(01)  VALUE SPACES.
       77 WRK-ITEM-CODIGO      PIC X(06)  VALUE SPACES.
       77 WRK-ITEM-VALOR       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTALPRODUTOS    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTALCLIENTES    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTALTIPO        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ACUMULADO        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-PERCANTERIOR     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCACUMULADO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCLIMITEA      PIC 9(03)V99 VALUE 80.
       77 WRK-PERCLIMITEB      PIC 9(03)V99 VALUE 95.
       77 WRK-CLASSE           PIC X(01)  VALUE SPACES.
       77 WRK-TIPOATUAL        PIC X(01)  VALUE SPACES.
       77 WRK-POSICAO          PIC 9(06)  VALUE ZEROS.
       77 WRK-NOME             PIC X(30)  VALUE SPACES.
       77 WRK-CLIENTE          PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEPRODUTOS     PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECLIENTES     PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECADASTRO     PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDESEMVENDA     PIC 9(06)  VALUE ZEROS.
       77 WRK-IDX              PIC 9(01)  VALUE ZEROS.
       01 WRK-RESUMO.
           02 WRK-RES-CLASSE OCCURS 3 TIMES.
              03 WRK-RES-QTDE     PIC 9(06).
              03 WRK-RES-VALOR    PIC 9(13)V99.
       01 WRK-LETRAS           PIC X(03)  VALUE 'ABC'.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED          PIC ZZ9,99.
       77 WRK-LIMITEA-ED       PIC ZZ9.
       77 WRK-LIMITEB-ED       PIC ZZ9.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CLASSIFICARABC'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-PERIODO
               PERFORM 0200-ZERAR-CLASSES
               PERFORM 0300-TOTALIZAR-VENDAS
               PERFORM 0500-CLASSIFICAR
               PERFORM 0700-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           DISPLAY 'ANO INICIAL '.
           ACCEPT WRK-ANOINI.
           DISPLAY 'MES INICIAL '.
           ACCEPT WRK-MESINI.
           DISPLAY 'ANO FINAL '.
           ACCEPT WRK-ANOFIM.
           DISPLAY 'MES FINAL '.
           ACCEPT WRK-MESFIM.
           COMPUTE WRK-ANOMESINI = WRK-ANOINI * 100 + WRK-MESINI.
           COMPUTE WRK-ANOMESFIM = WRK-ANOFIM * 100 + WRK-MESFIM.
           MOVE WRK-MESINI    TO WRK-VAL-VALOR.
           MOVE 1             TO WRK-VAL-MINIMO.
           MOVE 12            TO WRK-VAL-MAXIMO.
           CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR WRK-VAL-MINIMO
                   WRK-VAL-MAXIMO WRK-VAL-VALIDO.
           IF VAL-FAIXA-VALIDA
              MOVE WRK-MESFIM TO WRK-VAL-VALOR
              CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR WRK-VAL-MINIMO
                      WRK-VAL-MAXIMO WRK-VAL-VALIDO
           END-IF.
           IF NOT VAL-FAIXA-VALIDA
              DISPLAY 'MES INVALIDO - CLASSIFICACAO NAO EXECUTADA'
           ELSE
              IF WRK-ANOMESINI GREATER THAN WRK-ANOMESFIM
                 DISPLAY 'PERIODO INICIAL MAIOR QUE O FINAL - '
                         'CLASSIFICACAO NAO EXECUTADA'
              ELSE
                 OPEN I-O ARQ-PRODUTOS
                 OPEN I-O ARQ-CLIENTES
                 IF WRK-FS-PRODUTOS NOT EQUAL '00'
                    OR WRK-FS-CLIENTES NOT EQUAL '00'
                    DISPLAY 'CADASTRO PRODUTOS OU CLIENTES '
                            'INDISPONIVEL - CLASSIFICACAO NAO '
                            'EXECUTADA'
                    IF WRK-FS-PRODUTOS EQUAL '00'
                       CLOSE ARQ-PRODUTOS
                    END-IF
                    IF WRK-FS-CLIENTES EQUAL '00'
                       CLOSE ARQ-CLIENTES
                    END-IF
                 ELSE
                    SET PROCESSAR-PERIODO TO TRUE
                 END-IF
              END-IF
           END-IF.

       0200-ZERAR-CLASSES.
           MOVE 'N' TO WRK-FIM-CADASTRO.
           MOVE LOW-VALUES TO PROD-CODIGO.
           START ARQ-PRODUTOS KEY NOT LESS THAN PROD-CODIGO
              INVALID KEY
                 SET FIM-CADASTRO TO TRUE
           END-START.
           PERFORM 0210-ZERAR-PRODUTO UNTIL FIM-CADASTRO.
           MOVE 'N'   TO WRK-FIM-CADASTRO.
           MOVE ZEROS TO CLI-CODIGO.
           START ARQ-CLIENTES KEY NOT LESS THAN CLI-CODIGO
              INVALID KEY
                 SET FIM-CADASTRO TO TRUE
           END-START.
           PERFORM 0220-ZERAR-CLIENTE UNTIL FIM-CADASTRO.

       0210-ZERAR-PRODUTO.
           READ ARQ-PRODUTOS NEXT RECORD
              AT END
                 SET FIM-CADASTRO TO TRUE
              NOT AT END
                 ADD 1 TO WRK-QTDEPRODUTOS
                 MOVE 'C' TO PROD-CLASSEABC
                 REWRITE REG-PRODUTO
                    INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR PRODUTO ' PROD-CODIGO
                 END-REWRITE
           END-READ.

       0220-ZERAR-CLIENTE.
           READ ARQ-CLIENTES NEXT RECORD
              AT END
                 SET FIM-CADASTRO TO TRUE
              NOT AT END
                 ADD 1 TO WRK-QTDECLIENTES
                 MOVE 'C' TO CLI-CLASSEABC
                 REWRITE REG-CLIENTE
                    INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CLIENTE ' CLI-CODIGO
                 END-REWRITE
           END-READ.

       0300-TOTALIZAR-VENDAS.
           OPEN OUTPUT ARQ-TOTAIS.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-TIPO CLAS-CODIGO
                INPUT PROCEDURE IS 0310-SELECIONAR-VENDAS
                OUTPUT PROCEDURE IS 0400-SOMAR-ITENS.
           CLOSE ARQ-TOTAIS.

       0310-SELECIONAR-VENDAS.
           MOVE 'N' TO WRK-FIM-DETALHE.
           OPEN INPUT ARQ-DETALHEVENDA.
           IF WRK-FS-DETALHEVENDA NOT EQUAL '00'
              DISPLAY 'ARQUIVO DETALHEVENDA NAO ENCONTRADO'
              SET FIM-DETALHE TO TRUE
           END-IF.
           PERFORM UNTIL FIM-DETALHE
              READ ARQ-DETALHEVENDA
                 AT END
                    SET FIM-DETALHE TO TRUE
                 NOT AT END
                    PERFORM 0320-LIBERAR-LANCAMENTO
              END-READ
           END-PERFORM.
           IF WRK-FS-DETALHEVENDA NOT EQUAL '35'
              CLOSE ARQ-DETALHEVENDA
           END-IF.
           MOVE 'N' TO WRK-FIM-DETALHE.
           OPEN INPUT ARQ-DETALHEHIST.
           IF WRK-FS-DETALHEHIST NOT EQUAL '00'
              SET FIM-DETALHE TO TRUE
           END-IF.
           PERFORM UNTIL FIM-DETALHE
              READ ARQ-DETALHEHIST
                 AT END
                    SET FIM-DETALHE TO TRUE
                 NOT AT END
                    MOVE REG-DETHIST TO REG-DETALHE
                    PERFORM 0320-LIBERAR-LANCAMENTO
              END-READ
           END-PERFORM.
           IF WRK-FS-DETALHEHIST NOT EQUAL '35'
              CLOSE ARQ-DETALHEHIST
           END-IF.

       0320-LIBERAR-LANCAMENTO.
           COMPUTE WRK-ANOMES-REG = DET-ANO * 100 + DET-MES.
           IF WRK-ANOMES-REG NOT LESS THAN WRK-ANOMESINI
              AND WRK-ANOMES-REG NOT GREATER THAN WRK-ANOMESFIM
              IF DET-CANCELAMENTO
                 COMPUTE WRK-SINALVALOR = ZEROS - DET-VALOR
              ELSE
                 MOVE DET-VALOR TO WRK-SINALVALOR
              END-IF
              MOVE WRK-SINALVALOR TO CLAS-VALOR
              MOVE 'P'            TO CLAS-TIPO
              MOVE DET-PRODUTO    TO CLAS-CODIGO
              RELEASE REG-CLASSIFICA
              IF DET-CLIENTE GREATER THAN ZEROS
                 MOVE 'C'         TO CLAS-TIPO
                 MOVE DET-CLIENTE TO CLAS-CODIGO
                 RELEASE REG-CLASSIFICA
              END-IF
           END-IF.

       0400-SOMAR-ITENS.
           MOVE 'N' TO WRK-FIM-CLASSIFICA.
           MOVE 'N' TO WRK-SW-TEMDADOS.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF TEM-DADOS
                       PERFORM 0410-GRAVAR-TOTAL
                    END-IF
                 NOT AT END
                    IF NOT TEM-DADOS
                       SET TEM-DADOS TO TRUE
                       MOVE CLAS-TIPO   TO WRK-ITEM-TIPO
                       MOVE CLAS-CODIGO TO WRK-ITEM-CODIGO
                       MOVE ZEROS       TO WRK-ITEM-VALOR
                    END-IF
                    IF CLAS-TIPO NOT EQUAL WRK-ITEM-TIPO
                       OR CLAS-CODIGO NOT EQUAL WRK-ITEM-CODIGO
                       PERFORM 0410-GRAVAR-TOTAL
                       MOVE CLAS-TIPO   TO WRK-ITEM-TIPO
                       MOVE CLAS-CODIGO TO WRK-ITEM-CODIGO
                       MOVE ZEROS       TO WRK-ITEM-VALOR
                    END-IF
                    ADD CLAS-VALOR TO WRK-ITEM-VALOR
              END-RETURN
           END-PERFORM.

       0410-GRAVAR-TOTAL.
           IF WRK-ITEM-VALOR GREATER THAN ZEROS
              MOVE WRK-ITEM-TIPO   TO TOT-TIPO
              MOVE WRK-ITEM-CODIGO TO TOT-CODIGO
              MOVE WRK-ITEM-VALOR  TO TOT-VALOR
              WRITE REG-TOTAL
              IF WRK-ITEM-TIPO EQUAL 'P'
                 ADD WRK-ITEM-VALOR TO WRK-TOTALPRODUTOS
              ELSE
                 ADD WRK-ITEM-VALOR TO WRK-TOTALCLIENTES
              END-IF
           END-IF.

       0500-CLASSIFICAR.
           PERFORM 0950-ABRIR-SPOOL.
           STRING 'CLASSIFICACAO ABC - VENDAS LIQUIDAS DE '
                  WRK-MESINI '/' WRK-ANOINI ' A '
                  WRK-MESFIM '/' WRK-ANOFIM
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-PERCLIMITEA TO WRK-LIMITEA-ED.
           MOVE WRK-PERCLIMITEB TO WRK-LIMITEB-ED.
           STRING 'CLASSE A ATE ' WRK-LIMITEA-ED
                  '% DO ACUMULADO, B ATE ' WRK-LIMITEB-ED
                  '%, C O RESTANTE'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-TIPOATUAL.
           SORT ARQ-RANKING
                ON DESCENDING KEY RNK-TIPO
                   DESCENDING KEY RNK-VALOR
                USING ARQ-TOTAIS
                OUTPUT PROCEDURE IS 0510-CLASSIFICAR-ITENS.
           IF WRK-TIPOATUAL EQUAL SPACES
              MOVE 'SEM VENDAS LIQUIDAS NO PERIODO - TODOS FICAM C'
                TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.

       0510-CLASSIFICAR-ITENS.
           MOVE 'N' TO WRK-FIM-CLASSIFICA.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-RANKING
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF WRK-TIPOATUAL NOT EQUAL SPACES
                       PERFORM 0540-FECHAR-TIPO
                    END-IF
                 NOT AT END
                    IF RNK-TIPO NOT EQUAL WRK-TIPOATUAL
                       IF WRK-TIPOATUAL NOT EQUAL SPACES
                          PERFORM 0540-FECHAR-TIPO
                       END-IF
                       PERFORM 0520-ABRIR-TIPO
                    END-IF
                    PERFORM 0530-CLASSIFICAR-ITEM
              END-RETURN
           END-PERFORM.

       0520-ABRIR-TIPO.
           MOVE RNK-TIPO TO WRK-TIPOATUAL.
           MOVE ZEROS    TO WRK-ACUMULADO.
           MOVE ZEROS    TO WRK-POSICAO.
           MOVE ZEROS    TO WRK-RESUMO.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF WRK-TIPOATUAL EQUAL 'P'
              MOVE WRK-TOTALPRODUTOS TO WRK-TOTALTIPO
              MOVE 'CURVA ABC DE PRODUTOS' TO WRK-SPL-LINHA
           ELSE
              MOVE WRK-TOTALCLIENTES TO WRK-TOTALTIPO
              MOVE 'CURVA ABC DE CLIENTES' TO WRK-SPL-LINHA
           END-IF.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE 'POS.   CODIGO NOME/DESCRICAO' TO WRK-SPL-LINHA.
           MOVE '    VALOR LIQUIDO ACUM.% CL' TO WRK-SPL-LINHA(46:27).
           PERFORM 0960-IMPRIMIR-LINHA.

       0530-CLASSIFICAR-ITEM.
           ADD 1 TO WRK-POSICAO.
           COMPUTE WRK-PERCANTERIOR ROUNDED =
                   WRK-ACUMULADO * 100 / WRK-TOTALTIPO.
           EVALUATE TRUE
              WHEN WRK-PERCANTERIOR LESS THAN WRK-PERCLIMITEA
                 MOVE 'A' TO WRK-CLASSE
                 MOVE 1   TO WRK-IDX
              WHEN WRK-PERCANTERIOR LESS THAN WRK-PERCLIMITEB
                 MOVE 'B' TO WRK-CLASSE
                 MOVE 2   TO WRK-IDX
              WHEN OTHER
                 MOVE 'C' TO WRK-CLASSE
                 MOVE 3   TO WRK-IDX
           END-EVALUATE.
           ADD RNK-VALOR TO WRK-ACUMULADO.
           COMPUTE WRK-PERCACUMULADO ROUNDED =
                   WRK-ACUMULADO * 100 / WRK-TOTALTIPO.
           ADD 1         TO WRK-RES-QTDE(WRK-IDX).
           ADD RNK-VALOR TO WRK-RES-VALOR(WRK-IDX).
           IF WRK-TIPOATUAL EQUAL 'P'
              PERFORM 0535-GRAVAR-PRODUTO
           ELSE
              PERFORM 0536-GRAVAR-CLIENTE
           END-IF.
           MOVE RNK-VALOR         TO WRK-VALOR-ED.
           MOVE WRK-PERCACUMULADO TO WRK-PERC-ED.
           STRING WRK-POSICAO ' ' RNK-CODIGO ' ' WRK-NOME
                  ' ' WRK-VALOR-ED ' ' WRK-PERC-ED ' ' WRK-CLASSE
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0535-GRAVAR-PRODUTO.
           MOVE RNK-CODIGO TO PROD-CODIGO.
           READ ARQ-PRODUTOS
              INVALID KEY
                 MOVE '*** NAO CADASTRADO ***' TO WRK-NOME
              NOT INVALID KEY
                 MOVE PROD-DESCRICAO TO WRK-NOME
                 MOVE WRK-CLASSE     TO PROD-CLASSEABC
                 REWRITE REG-PRODUTO
                    INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR PRODUTO ' PROD-CODIGO
                 END-REWRITE
           END-READ.

       0536-GRAVAR-CLIENTE.
           MOVE RNK-CODIGO  TO WRK-CLIENTE.
           MOVE WRK-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTES
              INVALID KEY
                 MOVE '*** NAO CADASTRADO ***' TO WRK-NOME
              NOT INVALID KEY
                 MOVE CLI-NOME   TO WRK-NOME
                 MOVE WRK-CLASSE TO CLI-CLASSEABC
                 REWRITE REG-CLIENTE
                    INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CLIENTE ' CLI-CODIGO
                 END-REWRITE
           END-READ.

       0540-FECHAR-TIPO.
           MOVE '----------------------------------------------'
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0545-IMPRIMIR-CLASSE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN 3.
           IF WRK-TIPOATUAL EQUAL 'P'
              MOVE WRK-QTDEPRODUTOS TO WRK-QTDECADASTRO
           ELSE
              MOVE WRK-QTDECLIENTES TO WRK-QTDECADASTRO
           END-IF.
           IF WRK-QTDECADASTRO GREATER THAN WRK-POSICAO
              COMPUTE WRK-QTDESEMVENDA = WRK-QTDECADASTRO
                    - WRK-POSICAO
           ELSE
              MOVE ZEROS TO WRK-QTDESEMVENDA
           END-IF.
           STRING 'SEM VENDA LIQUIDA NO PERIODO (FICAM C): '
                  WRK-QTDESEMVENDA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOTALTIPO TO WRK-TOTAL-ED.
           STRING 'TOTAL GERAL      ' WRK-POSICAO
                  ' ITENS R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0545-IMPRIMIR-CLASSE.
           MOVE WRK-RES-VALOR(WRK-IDX) TO WRK-TOTAL-ED.
           IF WRK-TOTALTIPO GREATER THAN ZEROS
              COMPUTE WRK-PERCACUMULADO ROUNDED =
                      WRK-RES-VALOR(WRK-IDX) * 100 / WRK-TOTALTIPO
           ELSE
              MOVE ZEROS TO WRK-PERCACUMULADO
           END-IF.
           MOVE WRK-PERCACUMULADO TO WRK-PERC-ED.
           STRING 'CLASSE ' WRK-LETRAS(WRK-IDX:1) '         '
                  WRK-RES-QTDE(WRK-IDX) ' ITENS R$' WRK-TOTAL-ED
                  ' ' WRK-PERC-ED '%'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0700-FINALIZAR.
           PERFORM 0970-FECHAR-SPOOL.
           CLOSE ARQ-PRODUTOS.
           CLOSE ARQ-CLIENTES.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'CLASSIFICACAO ABC ' WRK-ANOMESINI ' A '
                  WRK-ANOMESFIM ' PRODUTOS ' WRK-QTDEPRODUTOS
                  ' CLIENTES ' WRK-QTDECLIENTES
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0950-ABRIR-SPOOL.
           MOVE 'CLASSIFICACAO ABC' TO WRK-SPL-RELATORIO.
           MOVE WRK-ANOMESFIM       TO WRK-SPL-COMPETENCIA.
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
